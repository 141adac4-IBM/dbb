       ID DIVISION.
       PROGRAM-ID. EPSEICMP.
      *    EARLY-INTERVENTION COMPLIANCE RUN.
      *
      *    EPSDLQAG QUEUES THE PAST-DUE LOANS AND EPSCCOLW RECORDS
      *    EACH CALL, BUT THE SERVICING RULES ALSO REQUIRE PROOF OF
      *    TWO MILESTONES FOR EVERY DELINQUENCY:
      *
      *       - LIVE CONTACT WITH THE BORROWER (OR GOOD-FAITH
      *         EFFORTS) BY THE 36TH DAY OF THE DELINQUENCY, AND
      *         AGAIN WITHIN 36 DAYS OF EACH LATER PAYMENT DUE DATE
      *         WHILE IT LASTS.
      *       - A WRITTEN EARLY-INTERVENTION NOTICE BY THE 45TH DAY,
      *         AND AGAIN WHILE THE DELINQUENCY LASTS, NOT MORE THAN
      *         ONCE IN ANY 180 DAYS.
      *
      *    RUNS DAILY AFTER EPSDLQAG. BROWSES THE EPSSRVCF MASTER AND,
      *    FOR EACH ACTIVE PAST-DUE LOAN, OPENS OR CONTINUES ITS
      *    EPSEITRK CYCLE - THE DELINQUENCY START IS THE NEXT-DUE
      *    DATE THE POSTING RUN LEFT ON THE MASTER THE FIRST DAY THE
      *    LOAN SHOWED PAST DUE. EACH PAYMENT DUE DATE WHOSE 36 DAYS
      *    HAVE RUN IS JUDGED AGAINST THE EPSCNHST CONTACT HISTORY: A
      *    PROMISE OR A REFUSAL IS A LIVE CONTACT, A NO-ANSWER OR A
      *    MESSAGE IS NOT. THE WRITTEN NOTICE IS QUEUED AS AN 'EINT'
      *    LETTER THROUGH EPSLGEN FIFTEEN DAYS AHEAD OF ITS DEADLINE.
      *    A LOAN THAT COMES CURRENT CLOSES ITS CYCLE.
      *
      *    A BORROWER IN ACTIVE BANKRUPTCY (EPSBKRPF) IS TREATED AS
      *    HAVING CEASED COMMUNICATION - NEITHER MILESTONE APPLIES AND
      *    NOTHING IS QUEUED. A DECEASED BORROWER (EPSSUCCR) IS ONLY
      *    WRITTEN TO THROUGH A CONFIRMED SUCCESSOR, WHOM EPSLGEN
      *    ADDRESSES; UNTIL ONE IS CONFIRMED THE LOAN IS HELD. WHILE A
      *    LOAN IS EXEMPT OR HELD, ITS NOTICE DEADLINE RIDES FORWARD
      *    SO THE NOTICE GOES THE FIRST DAY THE HOLD LIFTS.
      *
      *    EVERY MISSED MILESTONE IS PRINTED ON THE EXCEPTIONS REPORT
      *    FOR COMPLIANCE THE DAY IT IS FOUND, AND SETS RETURN CODE 4.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT BANKRUPTCY-FILE ASSIGN TO EPSBKRPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BKRP-PAN
                  FILE STATUS IS WS-BKRP-STATUS.

           SELECT SUCCESSOR-FILE ASSIGN TO EPSSUCCR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUCR-PAN
                  FILE STATUS IS WS-SUCR-STATUS.

           SELECT CONTACT-HISTORY-FILE ASSIGN TO EPSCNHST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CNHST-STATUS.

           SELECT TRACKING-FILE ASSIGN TO EPSEITRK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EITRK-PAN
                  FILE STATUS IS WS-EITRK-STATUS.

      *    LETTER REQUESTS - CONCATENATED ONTO EPSLGEN'S EPSLREQX
      *    INPUT BY THE STREAM.
           SELECT LETTER-REQUEST-FILE ASSIGN TO EICMLRQX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LRQX-STATUS.

           SELECT EXCEPTION-REPORT ASSIGN TO EICMPRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  BANKRUPTCY-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY EPSBKRPF.

       FD  SUCCESSOR-FILE
           RECORD CONTAINS 448 CHARACTERS.
           COPY EPSSUCCR.

       FD  CONTACT-HISTORY-FILE
           RECORD CONTAINS 91 CHARACTERS.
           COPY EPSCNHST.

       FD  TRACKING-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSEITRK.

       FD  LETTER-REQUEST-FILE
           RECORD CONTAINS 432 CHARACTERS.
           COPY EPSLRQX.

       FD  EXCEPTION-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
           03 STATIC-CONTACT-DAYS         PIC 9(3) VALUE 36.
           03 STATIC-NOTICE-DAYS          PIC 9(3) VALUE 45.
           03 STATIC-NOTICE-REPEAT-DAYS   PIC 9(3) VALUE 180.
      *    THE NOTICE IS QUEUED THIS MANY DAYS AHEAD OF ITS DEADLINE
      *    SO EPSLGEN'S PRINT AND THE MAIL MAKE IT.
           03 STATIC-NOTICE-LEAD-DAYS     PIC 9(3) VALUE 15.
      *    CONTACTS OLDER THAN THIS CANNOT FALL IN ANY WINDOW STILL
      *    TO BE JUDGED.
           03 STATIC-CONTACT-KEEP-DAYS    PIC 9(3) VALUE 120.

       01 WS-FILE-STATUSES.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-BKRP-STATUS              PIC XX.
           03 WS-SUCR-STATUS              PIC XX.
           03 WS-CNHST-STATUS             PIC XX.
           03 WS-EITRK-STATUS             PIC XX.
           03 WS-LRQX-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-MASTER            PIC X VALUE 'N'.
              88 END-OF-MASTER               VALUE 'Y'.
           03 WS-END-OF-CONTACTS          PIC X VALUE 'N'.
              88 END-OF-CONTACTS             VALUE 'Y'.
      *    THE SUCCESSOR FILE AND THE CONTACT HISTORY ARE OPTIONAL -
      *    WITHOUT A CONTACT HISTORY EVERY DUE WINDOW IS A MISS.
           03 WS-SUCR-OPEN                PIC X VALUE 'N'.
              88 SUCR-OPEN                   VALUE 'Y'.
           03 WS-CNHST-OPEN               PIC X VALUE 'N'.
              88 CNHST-OPEN                  VALUE 'Y'.
           03 WS-TRACK-FOUND              PIC X VALUE 'N'.
              88 TRACK-FOUND                 VALUE 'Y'.
           03 WS-HOLD-IND                 PIC X VALUE 'N'.
              88 HOLD-NONE                   VALUE 'N'.
              88 HOLD-BANKRUPTCY             VALUE 'B'.
              88 HOLD-SUCCESSOR              VALUE 'S'.
           03 WS-CONTACT-FOUND            PIC X VALUE 'N'.
              88 CONTACT-FOUND               VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-DELINQUENT-COUNT         PIC 9(7) VALUE 0.
           03 WS-OPENED-COUNT             PIC 9(7) VALUE 0.
           03 WS-CURED-COUNT              PIC 9(7) VALUE 0.
           03 WS-CONTACT-MET-COUNT        PIC 9(7) VALUE 0.
           03 WS-CONTACT-MISSED-COUNT     PIC 9(7) VALUE 0.
           03 WS-NOTICE-COUNT             PIC 9(7) VALUE 0.
           03 WS-NOTICE-LATE-COUNT        PIC 9(7) VALUE 0.
           03 WS-BKRP-EXEMPT-COUNT        PIC 9(7) VALUE 0.
           03 WS-SUCR-HELD-COUNT          PIC 9(7) VALUE 0.
           03 WS-EXCEPTION-COUNT          PIC 9(7) VALUE 0.
      *    HELD APART FROM THE RETURN-CODE REGISTER, WHICH THE
      *    EPSJOBTM AND EPSRUNWR CALLS OVERWRITE ON THE WAY OUT.
       01 WS-RUN-RETURN-CODE              PIC 9(4) VALUE 0.

      *    LIVE CONTACTS FROM EPSCNHST RECENT ENOUGH TO MATTER.
       01 WS-CONTACT-TABLE.
           03 WS-CONTACT-COUNT            PIC 9(5) COMP VALUE 0.
           03 WS-CONTACT-ENTRY OCCURS 5000 TIMES.
              05 CNT-PAN                  PIC X(10).
              05 CNT-DATE                 PIC 9(8).
       01 WS-CNT-IDX                      PIC 9(5) COMP.
       01 WS-SUCR-IDX                     PIC 9(1).

       01 WS-MILESTONE-WORK.
           03 WS-TODAY-INT                PIC S9(9).
           03 WS-DAYS-PAST-DUE            PIC S9(9).
           03 WS-DAYS-DELINQUENT          PIC S9(9).
           03 WS-KEEP-FROM-DATE           PIC 9(8).
           03 WS-WINDOW-START             PIC 9(8).
           03 WS-WINDOW-END               PIC 9(8).
           03 WS-JUDGE-DUE                PIC 9(8).
           03 WS-ELIGIBLE-DATE            PIC 9(8).
           03 WS-MONTHS-PAST-DUE          PIC S9(4).
           03 WS-AMOUNT-PAST-DUE          PIC S9(7)V99 COMP.

      *    A PAYMENT DUE DATE, STEPPED A MONTH AT A TIME FROM THE
      *    DELINQUENCY START.
       01 WS-DUE-PARTS.
           03 WS-DUE-YYYY                 PIC 9(4).
           03 WS-DUE-MM                   PIC 9(2).
           03 WS-DUE-DD                   PIC 9(2).
       01 WS-DUE-DATE REDEFINES WS-DUE-PARTS
                                          PIC 9(8).
       01 WS-NEXT-DUE-DATE                PIC 9(8).

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-EDIT-FIELDS.
           03 WS-EDIT-AMOUNT              PIC Z,ZZZ,ZZ9.99.
           03 WS-EDIT-DATE                PIC 9(8).
           03 WS-EDIT-DAYS                PIC ZZZ9.

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(54) VALUE
                 'EPSEICMP - EARLY INTERVENTION COMPLIANCE EXCEPTIONS'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(12) VALUE 'DLQ START'.
              05 FILLER                   PIC X(8)  VALUE 'DAYS'.
              05 FILLER                   PIC X(24) VALUE 'MILESTONE'.
              05 FILLER                   PIC X(12) VALUE 'DEADLINE'.
              05 FILLER                   PIC X(40) VALUE 'EXCEPTION'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-START                PIC 9999/99/99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-DAYS                 PIC ZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DTL-MILESTONE            PIC X(24).
              05 DTL-DEADLINE             PIC 9999/99/99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-EXCEPTION            PIC X(40).
           03 WS-SUMMARY-LINE-1.
              05 FILLER                   PIC X(12) VALUE 'DELINQUENT:'.
              05 SUM-DELINQUENT           PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'NEW CYCLES:'.
              05 SUM-OPENED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'CURED:'.
              05 SUM-CURED                PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'BKRP EXEMPT:'.
              05 SUM-BKRP-EXEMPT          PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE
                 'SUCCESSOR HELD:'.
              05 SUM-SUCR-HELD            PIC ZZZZZZ9.
           03 WS-SUMMARY-LINE-2.
              05 FILLER                   PIC X(14) VALUE
                 'CONTACT MET:'.
              05 SUM-CONTACT-MET          PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE
                 'CONTACT MISSED:'.
              05 SUM-CONTACT-MISSED       PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE
                 'NOTICES QUEUED:'.
              05 SUM-NOTICES              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'NOTICES LATE:'.
              05 SUM-NOTICES-LATE         PIC ZZZZZZ9.

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
           PERFORM A200-REVIEW-LOAN UNTIL END-OF-MASTER.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSEICMP' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN INPUT  BANKRUPTCY-FILE.
           OPEN INPUT  SUCCESSOR-FILE.
           IF WS-SUCR-STATUS = '00'
              MOVE 'Y' TO WS-SUCR-OPEN
           END-IF.
           OPEN INPUT  CONTACT-HISTORY-FILE.
           IF WS-CNHST-STATUS = '00'
              MOVE 'Y' TO WS-CNHST-OPEN
           ELSE
              MOVE 'Y' TO WS-END-OF-CONTACTS
           END-IF.
           OPEN I-O    TRACKING-FILE.
           IF WS-EITRK-STATUS = '05' OR '35'
              CLOSE TRACKING-FILE
              OPEN OUTPUT TRACKING-FILE
              CLOSE TRACKING-FILE
              OPEN I-O TRACKING-FILE
           END-IF.
           OPEN OUTPUT LETTER-REQUEST-FILE.
           OPEN OUTPUT EXCEPTION-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8).
           COMPUTE WS-KEEP-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INT - STATIC-CONTACT-KEEP-DAYS).
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A120-LOAD-CONTACT UNTIL END-OF-CONTACTS.

           MOVE LOW-VALUES TO SRV-PAN.
           START SERVICING-MASTER-FILE KEY IS NOT LESS THAN SRV-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-MASTER
           END-START
           .

       A120-LOAD-CONTACT.
           READ CONTACT-HISTORY-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-CONTACTS
           END-READ.
           IF END-OF-CONTACTS OR NOT CNHST-LIVE-CONTACT
              OR CNHST-CONTACT-DATE < WS-KEEP-FROM-DATE
              EXIT PARAGRAPH
           END-IF.
           IF WS-CONTACT-COUNT >= 5000
              DISPLAY 'EPSEICMP: CONTACT TABLE FULL AT 5000'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CONTACT-COUNT.
           MOVE CNHST-PAN          TO CNT-PAN(WS-CONTACT-COUNT).
           MOVE CNHST-CONTACT-DATE TO CNT-DATE(WS-CONTACT-COUNT)
           .

       A200-REVIEW-LOAN.
           READ SERVICING-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-MASTER
           END-READ.
           IF END-OF-MASTER
              EXIT PARAGRAPH
           END-IF.
           MOVE SRV-PAN TO EITRK-PAN.
           MOVE 'N' TO WS-TRACK-FOUND.
           READ TRACKING-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-TRACK-FOUND
           END-READ.

           MOVE 0 TO WS-DAYS-PAST-DUE.
           IF SRV-LOAN-ACTIVE AND SRV-NEXT-DUE-DATE > 0
              COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-INT
                    - FUNCTION INTEGER-OF-DATE(SRV-NEXT-DUE-DATE)
           END-IF.
           IF WS-DAYS-PAST-DUE <= 0
              IF TRACK-FOUND AND EITRK-DELINQUENT
                 PERFORM A250-CLOSE-CYCLE
              END-IF
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-DELINQUENT-COUNT.
           IF NOT TRACK-FOUND OR EITRK-CURED
              PERFORM A220-OPEN-CYCLE
           END-IF.
           COMPUTE WS-DAYS-DELINQUENT = WS-TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(EITRK-DLQ-START-DATE).
           PERFORM A300-CHECK-HOLDS.
           PERFORM A400-JUDGE-LIVE-CONTACT.
           PERFORM A500-CHECK-WRITTEN-NOTICE.
           MOVE WS-CURRENT-DATE-8 TO EITRK-LAST-MAINT-DATE.
           REWRITE EARLY-INTERVENTION-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE
           .

      *    A NEW DELINQUENCY - THE FIRST NOTICE IS DUE BY DAY 45. A
      *    CURED LOAN'S OLD RECORD IS REUSED FOR ITS NEXT CYCLE.
       A220-OPEN-CYCLE.
           ADD 1 TO WS-OPENED-COUNT.
           MOVE SPACES            TO EARLY-INTERVENTION-RECORD.
           MOVE SRV-PAN           TO EITRK-PAN.
           MOVE 'D'               TO EITRK-STATUS-IND.
           MOVE SRV-NEXT-DUE-DATE TO EITRK-DLQ-START-DATE.
           MOVE 0 TO EITRK-CONTACT-CHECKED-DUE.
           MOVE 0 TO EITRK-LAST-LIVE-CONTACT.
           MOVE 0 TO EITRK-CONTACT-MISSED-COUNT.
           MOVE 0 TO EITRK-LAST-NOTICE-DATE.
           MOVE 0 TO EITRK-NOTICE-COUNT.
           MOVE 0 TO EITRK-NOTICE-LATE-COUNT.
           MOVE 0 TO EITRK-CURED-DATE.
           COMPUTE EITRK-NOTICE-DEADLINE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(SRV-NEXT-DUE-DATE)
                    + STATIC-NOTICE-DAYS).
           COMPUTE EITRK-NOTICE-QUEUE-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(EITRK-NOTICE-DEADLINE)
                    - STATIC-NOTICE-LEAD-DAYS).
           MOVE WS-CURRENT-DATE-8 TO EITRK-LAST-MAINT-DATE.
           IF TRACK-FOUND
              REWRITE EARLY-INTERVENTION-RECORD
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           ELSE
              WRITE EARLY-INTERVENTION-RECORD
                 INVALID KEY
                    CONTINUE
              END-WRITE
              MOVE 'Y' TO WS-TRACK-FOUND
           END-IF
           .

       A250-CLOSE-CYCLE.
           ADD 1 TO WS-CURED-COUNT.
           MOVE 'C'               TO EITRK-STATUS-IND.
           MOVE WS-CURRENT-DATE-8 TO EITRK-CURED-DATE.
           MOVE WS-CURRENT-DATE-8 TO EITRK-LAST-MAINT-DATE.
           REWRITE EARLY-INTERVENTION-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE
           .

      *    ACTIVE BANKRUPTCY IS CEASE-COMMUNICATION; A DECEASED
      *    BORROWER WITH NO CONFIRMED SUCCESSOR HAS NOBODY THE SHOP
      *    MAY LAWFULLY CALL OR WRITE TO YET.
       A300-CHECK-HOLDS.
           MOVE 'N' TO WS-HOLD-IND.
           MOVE SRV-PAN TO BKRP-PAN.
           READ BANKRUPTCY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF BKRP-ACTIVE
                    MOVE 'B' TO WS-HOLD-IND
                 END-IF
           END-READ.
           IF HOLD-BANKRUPTCY
              ADD 1 TO WS-BKRP-EXEMPT-COUNT
              EXIT PARAGRAPH
           END-IF.
           IF NOT SUCR-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SRV-PAN TO SUCR-PAN.
           READ SUCCESSOR-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF NOT SUCR-BORROWER-DECEASED
              EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-HOLD-IND.
           PERFORM A310-TEST-SUCCESSOR
                   VARYING WS-SUCR-IDX FROM 1 BY 1
                   UNTIL WS-SUCR-IDX > SUCR-SUCCESSOR-COUNT
                      OR HOLD-NONE.
           IF HOLD-SUCCESSOR
              ADD 1 TO WS-SUCR-HELD-COUNT
           END-IF
           .

       A310-TEST-SUCCESSOR.
           IF SUCR-CONFIRMED(WS-SUCR-IDX)
              MOVE 'N' TO WS-HOLD-IND
           END-IF
           .

      *    THE DUE DATE JUDGED IS THE LATEST ONE WHOSE 36 DAYS HAVE
      *    FULLY RUN; IT IS MET BY A LIVE CONTACT FROM THAT DUE DATE
      *    THROUGH ITS 36TH DAY. EACH DUE DATE IS JUDGED ONCE.
       A400-JUDGE-LIVE-CONTACT.
           MOVE EITRK-DLQ-START-DATE TO WS-DUE-DATE.
           IF FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
              + STATIC-CONTACT-DAYS >= WS-TODAY-INT
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-DUE-DATE TO WS-JUDGE-DUE.
           PERFORM A800-ADD-ONE-MONTH.
           PERFORM A410-STEP-JUDGE-DUE
                   UNTIL FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
                       + STATIC-CONTACT-DAYS >= WS-TODAY-INT.
           IF WS-JUDGE-DUE <= EITRK-CONTACT-CHECKED-DUE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-JUDGE-DUE TO EITRK-CONTACT-CHECKED-DUE.
           IF NOT HOLD-NONE
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-JUDGE-DUE TO WS-WINDOW-START.
           COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-JUDGE-DUE)
                    + STATIC-CONTACT-DAYS).
           MOVE 'N' TO WS-CONTACT-FOUND.
           PERFORM A420-MATCH-CONTACT
                   VARYING WS-CNT-IDX FROM 1 BY 1
                   UNTIL WS-CNT-IDX > WS-CONTACT-COUNT.
           IF CONTACT-FOUND
              ADD 1 TO WS-CONTACT-MET-COUNT
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CONTACT-MISSED-COUNT.
           ADD 1 TO EITRK-CONTACT-MISSED-COUNT.
           MOVE 'LIVE CONTACT - DAY 36'    TO DTL-MILESTONE.
           MOVE WS-WINDOW-END              TO DTL-DEADLINE.
           MOVE 'NO LIVE CONTACT RECORDED IN WINDOW'
                                           TO DTL-EXCEPTION.
           PERFORM A700-WRITE-EXCEPTION
           .

       A410-STEP-JUDGE-DUE.
           MOVE WS-DUE-DATE TO WS-JUDGE-DUE.
           PERFORM A800-ADD-ONE-MONTH
           .

      *    THE LATEST LIVE CONTACT IN THE WINDOW IS KEPT ON THE
      *    TRACKING RECORD FOR THE EXAMINERS.
       A420-MATCH-CONTACT.
           IF CNT-PAN(WS-CNT-IDX) = SRV-PAN
              AND CNT-DATE(WS-CNT-IDX) >= WS-WINDOW-START
              AND CNT-DATE(WS-CNT-IDX) <= WS-WINDOW-END
              MOVE 'Y' TO WS-CONTACT-FOUND
              IF CNT-DATE(WS-CNT-IDX) > EITRK-LAST-LIVE-CONTACT
                 MOVE CNT-DATE(WS-CNT-IDX) TO EITRK-LAST-LIVE-CONTACT
              END-IF
           END-IF
           .

      *    ON ITS QUEUE DATE THE NOTICE GOES TO EPSLGEN - LATE IF THE
      *    DEADLINE HAS ALREADY PASSED. THE NEXT ONE IS DUE 45 DAYS
      *    AFTER THE FIRST PAYMENT DUE DATE AT LEAST 180 DAYS ON. A
      *    LOAN ON HOLD HAS ITS DEADLINE CARRIED FORWARD INSTEAD.
       A500-CHECK-WRITTEN-NOTICE.
           IF EITRK-NOTICE-QUEUE-DATE > WS-CURRENT-DATE-8
              EXIT PARAGRAPH
           END-IF.
           IF NOT HOLD-NONE
              MOVE WS-CURRENT-DATE-8 TO EITRK-NOTICE-QUEUE-DATE
              COMPUTE EITRK-NOTICE-DEADLINE = FUNCTION DATE-OF-INTEGER
                      (WS-TODAY-INT + STATIC-NOTICE-LEAD-DAYS)
              EXIT PARAGRAPH
           END-IF.

           PERFORM A550-QUEUE-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT.
           ADD 1 TO EITRK-NOTICE-COUNT.
           IF WS-CURRENT-DATE-8 > EITRK-NOTICE-DEADLINE
              ADD 1 TO WS-NOTICE-LATE-COUNT
              ADD 1 TO EITRK-NOTICE-LATE-COUNT
              MOVE 'WRITTEN NOTICE - DAY 45'  TO DTL-MILESTONE
              MOVE EITRK-NOTICE-DEADLINE      TO DTL-DEADLINE
              MOVE 'NOTICE QUEUED AFTER DEADLINE'
                                              TO DTL-EXCEPTION
              PERFORM A700-WRITE-EXCEPTION
           END-IF.
           MOVE WS-CURRENT-DATE-8 TO EITRK-LAST-NOTICE-DATE.

           COMPUTE WS-ELIGIBLE-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INT + STATIC-NOTICE-REPEAT-DAYS).
           MOVE EITRK-DLQ-START-DATE TO WS-DUE-DATE.
           PERFORM A800-ADD-ONE-MONTH
                   UNTIL WS-DUE-DATE >= WS-ELIGIBLE-DATE.
           COMPUTE EITRK-NOTICE-DEADLINE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
                    + STATIC-NOTICE-DAYS).
           COMPUTE EITRK-NOTICE-QUEUE-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(EITRK-NOTICE-DEADLINE)
                    - STATIC-NOTICE-LEAD-DAYS)
           .

      *    THE AMOUNT PAST DUE IS FIGURED THE WAY EPSDLQAG FIGURES IT
      *    FOR THE COLLECTIONS QUEUE.
       A550-QUEUE-NOTICE.
           COMPUTE WS-MONTHS-PAST-DUE =
                   ((WS-DAYS-PAST-DUE - 1) / 30) + 1.
           COMPUTE WS-AMOUNT-PAST-DUE =
                   ((SRV-PI-PAYMENT + SRV-PMI-MONTHLY
                     + SRV-ESCROW-MONTHLY) * WS-MONTHS-PAST-DUE)
                 + SRV-LATE-CHARGE-DUE.
           MOVE SPACES  TO LETTER-REQUEST-RECORD.
           MOVE 'EINT'  TO LRQX-LETTER-TYPE.
           MOVE SRV-PAN TO LRQX-PAN.
           MOVE 'DLQDATE' TO LRQX-VAR-NAME(1).
           MOVE EITRK-DLQ-START-DATE TO WS-EDIT-DATE.
           MOVE WS-EDIT-DATE TO LRQX-VAR-VALUE(1).
           MOVE 'DAYSDLQ' TO LRQX-VAR-NAME(2).
           MOVE WS-DAYS-DELINQUENT TO WS-EDIT-DAYS.
           MOVE WS-EDIT-DAYS TO LRQX-VAR-VALUE(2).
           MOVE 'AMTDUE'  TO LRQX-VAR-NAME(3).
           MOVE WS-AMOUNT-PAST-DUE TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO LRQX-VAR-VALUE(3).
           MOVE 'NEXTDUE' TO LRQX-VAR-NAME(4).
           MOVE SRV-NEXT-DUE-DATE TO WS-EDIT-DATE.
           MOVE WS-EDIT-DATE TO LRQX-VAR-VALUE(4).
           WRITE LETTER-REQUEST-RECORD
           .

       A700-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SRV-PAN              TO DTL-PAN.
           MOVE EITRK-DLQ-START-DATE TO DTL-START.
           MOVE WS-DAYS-DELINQUENT   TO DTL-DAYS.
           MOVE WS-DETAIL-LINE       TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    DUE DATES FALL ON THE FIRST OF THE MONTH, SO THE DAY NEVER
      *    NEEDS ADJUSTING.
       A800-ADD-ONE-MONTH.
           ADD 1 TO WS-DUE-MM.
           IF WS-DUE-MM > 12
              MOVE 1 TO WS-DUE-MM
              ADD 1 TO WS-DUE-YYYY
           END-IF
           .

       A900-FINALIZE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-DELINQUENT-COUNT     TO SUM-DELINQUENT.
           MOVE WS-OPENED-COUNT         TO SUM-OPENED.
           MOVE WS-CURED-COUNT          TO SUM-CURED.
           MOVE WS-BKRP-EXEMPT-COUNT    TO SUM-BKRP-EXEMPT.
           MOVE WS-SUCR-HELD-COUNT      TO SUM-SUCR-HELD.
           MOVE WS-SUMMARY-LINE-1       TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CONTACT-MET-COUNT    TO SUM-CONTACT-MET.
           MOVE WS-CONTACT-MISSED-COUNT TO SUM-CONTACT-MISSED.
           MOVE WS-NOTICE-COUNT         TO SUM-NOTICES.
           MOVE WS-NOTICE-LATE-COUNT    TO SUM-NOTICES-LATE.
           MOVE WS-SUMMARY-LINE-2       TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-EXCEPTION-COUNT > 0
              MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF.

           CLOSE SERVICING-MASTER-FILE.
           CLOSE BANKRUPTCY-FILE.
           IF SUCR-OPEN
              CLOSE SUCCESSOR-FILE
           END-IF.
           IF CNHST-OPEN
              CLOSE CONTACT-HISTORY-FILE
           END-IF.
           CLOSE TRACKING-FILE.
           CLOSE LETTER-REQUEST-FILE.
           CLOSE EXCEPTION-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSEICMP'           TO EPSRUNWR-JOB-NAME.
           MOVE WS-DELINQUENT-COUNT  TO EPSRUNWR-IN-COUNT.
           MOVE WS-NOTICE-COUNT      TO EPSRUNWR-OUT-COUNT.
           MOVE WS-EXCEPTION-COUNT   TO EPSRUNWR-ERROR-COUNT.
           MOVE WS-RUN-RETURN-CODE   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS.
           MOVE WS-RUN-RETURN-CODE   TO RETURN-CODE
           .
