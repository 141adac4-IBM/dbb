       ID DIVISION.
       PROGRAM-ID. EPSACDVP.
      *    DAILY CREDIT BUREAU DISPUTE (ACDV) INTAKE AND RESPONSE RUN.
      *
      *    EPSMTRO2 REPORTS EVERY LOAN TO THE BUREAUS, AND A CONSUMER
      *    WHO DISAGREES WITH WHAT WE REPORTED DISPUTES IT WITH THE
      *    BUREAU, WHICH SENDS US AN ACDV. THIS RUN KEEPS THE RECORD
      *    OF EVERY ONE AND PRODUCES THE ANSWERS:
      *
      *       - INTAKE: EACH EPSACDVI DISPUTE IS MATCHED TO ITS PAN
      *         AND TO THE EPSMT2HS COPY OF THE RECORD WE REPORTED FOR
      *         THE DISPUTED CYCLE, AND OPENED AS AN EPSACDVF CASE
      *         DUE 30 CALENDAR DAYS FROM RECEIPT UNLESS THE BUREAU
      *         SET THE DATE. A DISPUTE WE CANNOT MATCH IS ANSWERED
      *         'NOT LOCATED' AT ONCE.
      *       - INVESTIGATION: THE LOAN'S POSTED-PAYMENT TRAIL (THE
      *         KEYED EPSPYHSV COPY OF EPSPYHST) IS LISTED ON THE
      *         REPORT FOR THE DISPUTED WINDOW, AND THE PAYMENT
      *         HISTORY PROFILE IS REBUILT FROM IT BY THE DATE EACH
      *         PAYMENT WAS MADE RATHER THAN THE DATE IT POSTED - A
      *         PAYMENT MADE ON THE 30TH AND POSTED ON THE 2ND SHOWS
      *         UP HERE. THE FINDINGS ARE KEPT ON THE CASE BESIDE WHAT
      *         WAS REPORTED.
      *       - RESPONSE: THE ANALYST'S EPSACDVD DECISION ANSWERS THE
      *         CASE ON THE EPSACDVR RESPONSE FILE - VERIFIED, OR
      *         MODIFIED WITH THE CORRECTED STATUS AND HISTORY, WHICH
      *         EPSMTRO2 THEN CARRIES INTO ITS NEXT CYCLE.
      *       - DEADLINES: EVERY CASE STILL OPEN IS LISTED WITH THE
      *         DAYS LEFT; ONE PAST ITS DUE DATE SETS RETURN CODE 4.
      *
      *    WHILE A CASE IS OPEN EPSMTRO2 REPORTS THE LOAN WITH
      *    COMPLIANCE CONDITION CODE XB.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-INTAKE-FILE ASSIGN TO EPSACDVI
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ACDVI-STATUS.

           SELECT DECISION-FILE ASSIGN TO EPSACDVD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ACDVD-STATUS.

           SELECT DISPUTE-CASE-FILE ASSIGN TO EPSACDVF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACDVF-KEY
                  FILE STATUS IS WS-ACDVF-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT METRO2-HISTORY-FILE ASSIGN TO EPSMT2HS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MT2HS-KEY
                  FILE STATUS IS WS-MT2HS-STATUS.

      *    THE KEYED HISTORY COPY EPSPYHLD LOADS NIGHTLY - ONE START
      *    PER DISPUTE AT THE DISPUTED WINDOW.
           SELECT ONLINE-HISTORY-FILE ASSIGN TO EPSPYHSV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PYHSV-KEY
                  FILE STATUS IS WS-PYHSV-STATUS.

           SELECT RESPONSE-FILE ASSIGN TO EPSACDVR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ACDVR-STATUS.

           SELECT INVESTIGATION-REPORT ASSIGN TO ACDVPRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-INTAKE-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSACDVI.

       FD  DECISION-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY EPSACDVD.

       FD  DISPUTE-CASE-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY EPSACDVF.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  METRO2-HISTORY-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSMT2HS.

       FD  ONLINE-HISTORY-FILE
           RECORD CONTAINS 93 CHARACTERS.
           COPY EPSPYHSV.

       FD  RESPONSE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSACDVR.

       FD  INVESTIGATION-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
           03 STATIC-ERRORS.
              05 FILLER                  PIC 99 VALUE 1.
              05 FILLER                  PIC X(60)
              VALUE 'REJECTED - NO CONTROL NUMBER OR UNKNOWN BUREAU'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X(60)
              VALUE 'SKIPPED - CASE ALREADY ON FILE'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(60)
              VALUE 'NOT LOCATED - ACCOUNT NOT ON SERVICING MASTER'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(60)
              VALUE 'NOT LOCATED - NOTHING REPORTED FOR THE CYCLE'.
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(60)
              VALUE 'DECISION REJECTED - NO SUCH CASE'.
              05 FILLER                  PIC 99 VALUE 6.
              05 FILLER                  PIC X(60)
              VALUE 'DECISION REJECTED - CASE ALREADY ANSWERED'.
              05 FILLER                  PIC 99 VALUE 7.
              05 FILLER                  PIC X(60)
              VALUE 'DECISION REJECTED - BAD DECISION OR NO ANALYST'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 7 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(60).
      *    THE FCRA INVESTIGATION PERIOD, AND HOW CLOSE TO IT AN OPEN
      *    CASE GETS BEFORE THE REPORT FLAGS IT.
           03 STATIC-RESPONSE-DAYS        PIC 9(3) VALUE 30.
           03 STATIC-WARNING-DAYS         PIC 9(3) VALUE 5.

       01 WS-FILE-STATUSES.
           03 WS-ACDVI-STATUS             PIC XX.
           03 WS-ACDVD-STATUS             PIC XX.
           03 WS-ACDVF-STATUS             PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-MT2HS-STATUS             PIC XX.
           03 WS-PYHSV-STATUS             PIC XX.
           03 WS-ACDVR-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-INTAKE            PIC X VALUE 'N'.
              88 END-OF-INTAKE               VALUE 'Y'.
           03 WS-END-OF-DECISIONS         PIC X VALUE 'N'.
              88 END-OF-DECISIONS            VALUE 'Y'.
           03 WS-END-OF-CASES             PIC X VALUE 'N'.
              88 END-OF-CASES                VALUE 'Y'.
           03 WS-END-OF-REPORTED          PIC X VALUE 'N'.
              88 END-OF-REPORTED             VALUE 'Y'.
           03 WS-END-OF-HISTORY           PIC X VALUE 'N'.
              88 END-OF-PAN-HISTORY          VALUE 'Y'.
           03 WS-ACDVI-OPEN               PIC X VALUE 'N'.
              88 INTAKE-FILE-OPEN            VALUE 'Y'.
           03 WS-ACDVD-OPEN               PIC X VALUE 'N'.
              88 DECISION-FILE-OPEN          VALUE 'Y'.
           03 WS-MT2HS-OPEN               PIC X VALUE 'N'.
              88 ARCHIVE-OPEN                VALUE 'Y'.
           03 WS-REPORTED-FOUND           PIC X VALUE 'N'.
              88 REPORTED-RECORD-FOUND       VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 99 VALUE 0.
              88 WS-RECORD-VALID             VALUE 0.

       01 WS-COUNTERS.
           03 WS-INTAKE-COUNT             PIC 9(7) VALUE 0.
           03 WS-OPENED-COUNT             PIC 9(7) VALUE 0.
           03 WS-NOT-LOCATED-COUNT        PIC 9(7) VALUE 0.
           03 WS-INTAKE-REJECT-COUNT      PIC 9(7) VALUE 0.
           03 WS-DIFFER-COUNT             PIC 9(7) VALUE 0.
           03 WS-DECISION-COUNT           PIC 9(7) VALUE 0.
           03 WS-VERIFIED-COUNT           PIC 9(7) VALUE 0.
           03 WS-MODIFIED-COUNT           PIC 9(7) VALUE 0.
           03 WS-DECISION-REJECT-COUNT    PIC 9(7) VALUE 0.
           03 WS-OPEN-COUNT               PIC 9(7) VALUE 0.
           03 WS-DUE-SOON-COUNT           PIC 9(7) VALUE 0.
           03 WS-OVERDUE-COUNT            PIC 9(7) VALUE 0.
           03 WS-RESPONSE-COUNT           PIC 9(7) VALUE 0.
      *    HELD APART FROM THE RETURN-CODE REGISTER, WHICH THE
      *    EPSJOBTM AND EPSRUNWR CALLS OVERWRITE ON THE WAY OUT.
       01 WS-RUN-RETURN-CODE              PIC 9(4) VALUE 0.

      *    THE MOST RECENT ARCHIVED CYCLE FOR A PAN, FOR A DISPUTE
      *    THAT NAMES NO CYCLE.
       01 WS-LATEST-RECORD                PIC X(100).

      *    PAYMENT-HISTORY PROFILE WORK - THE 24 CYCLES BEFORE THE
      *    DISPUTED CYCLE, NEWEST FIRST, THE SAME SLOTS EPSMTRO2
      *    BUILT THE REPORTED PROFILE FROM.
       01 WS-HISTORY-WORK.
           03 WS-HIST-YYYY                PIC 9(4).
           03 WS-HIST-MM                  PIC 9(2).
           03 WS-BOARD-CYCLE              PIC 9(6).
           03 WS-REC-CYCLE                PIC 9(6).
           03 WS-OLDEST-DATE-8            PIC 9(8).
           03 WS-HIST-IDX                 PIC 9(3) COMP.
           03 WS-MISSED-COUNT             PIC 9(3) COMP.
           03 WS-DISPUTED-CYCLE.
              05 WS-DC-YYYY               PIC 9(4).
              05 WS-DC-MM                 PIC 9(2).
           03 WS-PYHSV-DATE-PARTS.
              05 WS-PD-YYYY               PIC 9(4).
              05 WS-PD-MM                 PIC 9(2).
              05 WS-PD-DD                 PIC 9(2).
           03 WS-HIST-TABLE.
              05 WS-HIST-SLOT OCCURS 24 TIMES.
                 07 HIST-CYCLE            PIC 9(6).
                 07 HIST-PAID-COUNT       PIC S9(3) COMP.

       01 WS-DAYS-LEFT                    PIC S9(7) COMP.
       01 WS-TODAY-INT                    PIC S9(7) COMP.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSACDVP - CREDIT DISPUTE INVESTIGATION REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-SECTION-INTAKE           PIC X(40) VALUE
              'DISPUTES RECEIVED'.
           03 WS-SECTION-DECISIONS        PIC X(40) VALUE
              'ANALYST DECISIONS'.
           03 WS-SECTION-DEADLINES        PIC X(40) VALUE
              'OPEN CASES AND RESPONSE DEADLINES'.
           03 WS-CASE-LINE.
              05 CSE-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 CSE-CONTROL-NUM          PIC X(12).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 CSE-BUREAU               PIC X.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 CSE-CYCLE                PIC 9(6).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 CSE-DUE-DATE             PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 CSE-RESULT               PIC X(60).
           03 WS-POSTING-LINE.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'POSTED'.
              05 PST-POST-DATE            PIC 9(8).
              05 FILLER                   PIC X(8)  VALUE '  PAID'.
              05 PST-PAYMENT-DATE         PIC 9(8).
              05 FILLER                   PIC X(8)  VALUE '  SRC'.
              05 PST-SOURCE               PIC X.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 PST-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           03 WS-PROFILE-LINE.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 PRF-LABEL                PIC X(12).
              05 FILLER                   PIC X(8)  VALUE 'STATUS'.
              05 PRF-STATUS               PIC X(2).
              05 FILLER                   PIC X(12) VALUE
                 '   HISTORY'.
              05 PRF-HISTORY              PIC X(24).
           03 WS-DEADLINE-LINE.
              05 DLN-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DLN-CONTROL-NUM          PIC X(12).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DLN-DUE-DATE             PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DLN-DAYS-LEFT            PIC -(4)9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DLN-RESULT               PIC X(40).
           03 WS-COUNT-LINE.
              05 CNT-LABEL                PIC X(36).
              05 CNT-VALUE                PIC ZZZZZZ9.

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
           PERFORM A200-PROCESS-DISPUTE UNTIL END-OF-INTAKE.
           PERFORM A500-PROCESS-DECISIONS.
           PERFORM A700-REVIEW-DEADLINES.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSACDVP' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

      *    NO INTAKE OR DECISION FILE ON A DAY NOTHING CAME IN - THE
      *    DEADLINE REVIEW STILL RUNS.
           OPEN INPUT  DISPUTE-INTAKE-FILE.
           IF WS-ACDVI-STATUS = '00'
              MOVE 'Y' TO WS-ACDVI-OPEN
           ELSE
              MOVE 'Y' TO WS-END-OF-INTAKE
           END-IF.
           OPEN INPUT  DECISION-FILE.
           IF WS-ACDVD-STATUS = '00'
              MOVE 'Y' TO WS-ACDVD-OPEN
           ELSE
              MOVE 'Y' TO WS-END-OF-DECISIONS
           END-IF.
           OPEN I-O    DISPUTE-CASE-FILE.
           IF WS-ACDVF-STATUS = '05' OR '35'
              CLOSE DISPUTE-CASE-FILE
              OPEN OUTPUT DISPUTE-CASE-FILE
              CLOSE DISPUTE-CASE-FILE
              OPEN I-O DISPUTE-CASE-FILE
           END-IF.
           OPEN INPUT  SERVICING-MASTER-FILE.
      *    NO ARCHIVE UNTIL EPSMTRO2 HAS RUN A CYCLE - NOTHING CAN
      *    BE MATCHED, SO EVERY DISPUTE ANSWERS 'NOT LOCATED'.
           OPEN INPUT  METRO2-HISTORY-FILE.
           IF WS-MT2HS-STATUS = '00'
              MOVE 'Y' TO WS-MT2HS-OPEN
           END-IF.
           OPEN INPUT  ONLINE-HISTORY-FILE.
           OPEN OUTPUT RESPONSE-FILE.
           OPEN OUTPUT INVESTIGATION-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8).
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SECTION-INTAKE TO RPT-LINE.
           WRITE RPT-LINE.

           IF NOT END-OF-INTAKE
              PERFORM A150-READ-INTAKE
           END-IF
           .

       A150-READ-INTAKE.
           READ DISPUTE-INTAKE-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-INTAKE
           END-READ
           .

       A200-PROCESS-DISPUTE.
           ADD 1 TO WS-INTAKE-COUNT.
           MOVE 0 TO WS-VALIDATION-INDICATOR.
           MOVE SPACES TO WS-CASE-LINE.
           MOVE ACDVI-ACCOUNT-NUM  TO CSE-PAN.
           MOVE ACDVI-CONTROL-NUM  TO CSE-CONTROL-NUM.
           MOVE ACDVI-BUREAU-CODE  TO CSE-BUREAU.

           PERFORM A300-VALIDATE-DISPUTE.
           IF WS-VALIDATION-INDICATOR = 1 OR 2
              ADD 1 TO WS-INTAKE-REJECT-COUNT
              MOVE 4 TO WS-RUN-RETURN-CODE
              MOVE ERROR-TEXT(WS-VALIDATION-INDICATOR) TO CSE-RESULT
              MOVE WS-CASE-LINE TO RPT-LINE
              WRITE RPT-LINE
              PERFORM A150-READ-INTAKE
              EXIT PARAGRAPH
           END-IF.

           PERFORM A320-OPEN-CASE.
           IF WS-RECORD-VALID
              PERFORM A400-INVESTIGATE
           ELSE
              PERFORM A450-ANSWER-NOT-LOCATED
           END-IF.
           WRITE ACDV-CASE-RECORD
              INVALID KEY
                 MOVE 'CASE WRITE FAILED - RERUN THE DISPUTE'
                      TO CSE-RESULT
                 MOVE 4 TO WS-RUN-RETURN-CODE
           END-WRITE.
           MOVE ACDVF-DISPUTED-CYCLE TO CSE-CYCLE.
           MOVE ACDVF-DUE-DATE       TO CSE-DUE-DATE.
           MOVE WS-CASE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-RECORD-VALID
              PERFORM A480-PRINT-PROFILES
           END-IF.

           PERFORM A150-READ-INTAKE
           .

       A300-VALIDATE-DISPUTE.
           MOVE 'N' TO WS-REPORTED-FOUND.
           IF ACDVI-CONTROL-NUM = SPACES
              OR NOT ACDVI-VALID-BUREAU
              MOVE 1 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE ACDVI-ACCOUNT-NUM TO ACDVF-PAN.
           MOVE ACDVI-CONTROL-NUM TO ACDVF-CONTROL-NUM.
           READ DISPUTE-CASE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 2 TO WS-VALIDATION-INDICATOR
                 EXIT PARAGRAPH
           END-READ.

           MOVE ACDVI-ACCOUNT-NUM TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 MOVE 3 TO WS-VALIDATION-INDICATOR
                 EXIT PARAGRAPH
           END-READ.
           PERFORM A310-FIND-REPORTED-RECORD.
           IF NOT REPORTED-RECORD-FOUND
              MOVE 4 TO WS-VALIDATION-INDICATOR
           END-IF
           .

      *    THE ARCHIVED RECORD FOR THE NAMED CYCLE, OR - WHEN THE
      *    BUREAU NAMED NONE - THE PAN'S LATEST, FOUND BY BROWSING
      *    ITS CYCLES FORWARD AND KEEPING THE LAST.
       A310-FIND-REPORTED-RECORD.
           MOVE 'N' TO WS-REPORTED-FOUND.
           IF NOT ARCHIVE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE ACDVI-ACCOUNT-NUM TO MT2HS-PAN.
           IF ACDVI-DISPUTED-CYCLE NUMERIC
              AND ACDVI-DISPUTED-CYCLE > 0
              MOVE ACDVI-DISPUTED-CYCLE TO MT2HS-REPORT-CYCLE
              READ METRO2-HISTORY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-REPORTED-FOUND
              END-READ
              EXIT PARAGRAPH
           END-IF.

           MOVE 0   TO MT2HS-REPORT-CYCLE.
           MOVE 'N' TO WS-END-OF-REPORTED.
           START METRO2-HISTORY-FILE KEY IS NOT LESS THAN MT2HS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-REPORTED
           END-START.
           PERFORM A315-READ-REPORTED UNTIL END-OF-REPORTED.
           IF REPORTED-RECORD-FOUND
              MOVE WS-LATEST-RECORD TO METRO2-HISTORY-RECORD
           END-IF
           .

       A315-READ-REPORTED.
           READ METRO2-HISTORY-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-REPORTED
                 EXIT PARAGRAPH
           END-READ.
           IF MT2HS-PAN NOT = ACDVI-ACCOUNT-NUM
              MOVE 'Y' TO WS-END-OF-REPORTED
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y'                   TO WS-REPORTED-FOUND.
           MOVE METRO2-HISTORY-RECORD TO WS-LATEST-RECORD
           .

      *    THE BUREAU'S DUE DATE WHEN IT SENT ONE, OTHERWISE 30
      *    CALENDAR DAYS FROM RECEIPT.
       A320-OPEN-CASE.
           MOVE SPACES               TO ACDV-CASE-RECORD.
           MOVE ACDVI-ACCOUNT-NUM    TO ACDVF-PAN.
           MOVE ACDVI-CONTROL-NUM    TO ACDVF-CONTROL-NUM.
           MOVE ACDVI-BUREAU-CODE    TO ACDVF-BUREAU-CODE.
           MOVE ACDVI-DISPUTE-CODE   TO ACDVF-DISPUTE-CODE.
           IF ACDVI-RECEIPT-DATE NUMERIC AND ACDVI-RECEIPT-DATE > 0
              MOVE ACDVI-RECEIPT-DATE TO ACDVF-RECEIPT-DATE
           ELSE
              MOVE WS-CURRENT-DATE-8  TO ACDVF-RECEIPT-DATE
           END-IF.
           IF ACDVI-RESPONSE-DUE-DATE NUMERIC
              AND ACDVI-RESPONSE-DUE-DATE > 0
              MOVE ACDVI-RESPONSE-DUE-DATE TO ACDVF-DUE-DATE
           ELSE
              COMPUTE ACDVF-DUE-DATE = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(ACDVF-RECEIPT-DATE)
                       + STATIC-RESPONSE-DAYS)
           END-IF.
           MOVE 'O'                  TO ACDVF-STATUS-IND.
           MOVE 0                    TO ACDVF-DISPUTED-CYCLE.
           MOVE 0                    TO ACDVF-REPORTED-BALANCE.
           MOVE 0                    TO ACDVF-REPORTED-PAST-DUE.
           MOVE 0                    TO ACDVF-POSTINGS-REVIEWED.
           MOVE 0                    TO ACDVF-RESPONSE-DATE.
           IF REPORTED-RECORD-FOUND
              MOVE MT2HS-REPORT-CYCLE    TO ACDVF-DISPUTED-CYCLE
              MOVE MT2HS-ACCOUNT-STATUS  TO ACDVF-REPORTED-STATUS
              MOVE MT2HS-CURRENT-BALANCE TO ACDVF-REPORTED-BALANCE
              MOVE MT2HS-AMOUNT-PAST-DUE TO ACDVF-REPORTED-PAST-DUE
              MOVE MT2HS-PAYMENT-HISTORY TO ACDVF-REPORTED-HISTORY
           END-IF
           .

      *    REBUILD THE DISPUTED CYCLE'S 24-SLOT PROFILE FROM THE
      *    POSTED-PAYMENT TRAIL, SLOTTING EACH POSTING BY THE DATE IT
      *    WAS PAID. A DRAW ('W') IS NOT A PAYMENT AND A REVERSAL
      *    ('R') CANCELS ONE, AS IN EPSMTRO2. THE STATUS STANDS AS
      *    REPORTED UNLESS IT WAS DELINQUENT AND THE TRAIL SHOWS A
      *    PAYMENT MADE IN EVERY CYCLE SINCE BOARDING - THEN CURRENT.
       A400-INVESTIGATE.
           ADD 1 TO WS-OPENED-COUNT.
           MOVE ACDVF-DISPUTED-CYCLE TO WS-DISPUTED-CYCLE.
           MOVE WS-DC-YYYY TO WS-HIST-YYYY.
           MOVE WS-DC-MM   TO WS-HIST-MM.
           PERFORM A410-SET-SLOT-CYCLE
                   VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > 24.
           COMPUTE WS-OLDEST-DATE-8 = (HIST-CYCLE(24) * 100) + 1.
           COMPUTE WS-BOARD-CYCLE = SRV-BOARDING-DATE / 100.

           MOVE 'N' TO WS-END-OF-HISTORY.
           MOVE SRV-PAN          TO PYHSV-PAN.
           MOVE WS-OLDEST-DATE-8 TO PYHSV-POST-DATE.
           MOVE 0                TO PYHSV-SEQ.
           START ONLINE-HISTORY-FILE KEY IS NOT LESS THAN PYHSV-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-HISTORY
           END-START.
           PERFORM A420-REVIEW-ONE-POSTING UNTIL END-OF-PAN-HISTORY.

           PERFORM A430-SET-FOUND-SLOT
                   VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > 24.

           MOVE ACDVF-REPORTED-STATUS TO ACDVF-FOUND-STATUS.
           IF ACDVF-REPORTED-STATUS = '71' OR '78' OR '80'
              MOVE 0 TO WS-MISSED-COUNT
              INSPECT ACDVF-FOUND-HISTORY TALLYING WS-MISSED-COUNT
                      FOR ALL '1'
              IF WS-MISSED-COUNT = 0
                 MOVE '11' TO ACDVF-FOUND-STATUS
              END-IF
           END-IF.

           IF ACDVF-FOUND-STATUS  = ACDVF-REPORTED-STATUS
              AND ACDVF-FOUND-HISTORY = ACDVF-REPORTED-HISTORY
              MOVE 'OPENED - FINDINGS AGREE WITH WHAT WAS REPORTED'
                   TO CSE-RESULT
           ELSE
              ADD 1 TO WS-DIFFER-COUNT
              MOVE 'OPENED - FINDINGS DIFFER, CORRECTION PROPOSED'
                   TO CSE-RESULT
           END-IF
           .

       A410-SET-SLOT-CYCLE.
           IF WS-HIST-MM = 1
              MOVE 12 TO WS-HIST-MM
              SUBTRACT 1 FROM WS-HIST-YYYY
           ELSE
              SUBTRACT 1 FROM WS-HIST-MM
           END-IF.
           COMPUTE HIST-CYCLE(WS-HIST-IDX) =
                   (WS-HIST-YYYY * 100) + WS-HIST-MM.
           MOVE 0 TO HIST-PAID-COUNT(WS-HIST-IDX)
           .

      *    EVERY POSTING FROM THE WINDOW ON GOES ON THE REPORT AS THE
      *    SUPPORTING HISTORY - INCLUDING ONES POSTED AFTER THE CYCLE
      *    WAS REPORTED, WHICH ARE WHAT A LATE-POSTING DISPUTE TURNS
      *    ON.
       A420-REVIEW-ONE-POSTING.
           READ ONLINE-HISTORY-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-HISTORY
                 EXIT PARAGRAPH
           END-READ.
           IF PYHSV-PAN NOT = SRV-PAN
              MOVE 'Y' TO WS-END-OF-HISTORY
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ACDVF-POSTINGS-REVIEWED.
           MOVE PYHSV-POST-DATE       TO PST-POST-DATE.
           MOVE PYHSV-PAYMENT-DATE    TO PST-PAYMENT-DATE.
           MOVE PYHSV-SOURCE-IND      TO PST-SOURCE.
           MOVE PYHSV-AMOUNT-RECEIVED TO PST-AMOUNT.
           MOVE WS-POSTING-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE PYHSV-PAYMENT-DATE TO WS-PYHSV-DATE-PARTS.
           COMPUTE WS-REC-CYCLE = (WS-PD-YYYY * 100) + WS-PD-MM.
           PERFORM A425-TALLY-SLOT
                   VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > 24
           .

       A425-TALLY-SLOT.
           IF HIST-CYCLE(WS-HIST-IDX) = WS-REC-CYCLE
              EVALUATE PYHSV-SOURCE-IND
                 WHEN 'W'
                    CONTINUE
                 WHEN 'R'
                    SUBTRACT 1 FROM HIST-PAID-COUNT(WS-HIST-IDX)
                 WHEN OTHER
                    ADD 1 TO HIST-PAID-COUNT(WS-HIST-IDX)
              END-EVALUATE
           END-IF
           .

       A430-SET-FOUND-SLOT.
           EVALUATE TRUE
              WHEN HIST-CYCLE(WS-HIST-IDX) < WS-BOARD-CYCLE
                 MOVE 'B' TO ACDVF-FOUND-HISTORY(WS-HIST-IDX:1)
              WHEN HIST-PAID-COUNT(WS-HIST-IDX) > 0
                 MOVE '0' TO ACDVF-FOUND-HISTORY(WS-HIST-IDX:1)
              WHEN OTHER
                 MOVE '1' TO ACDVF-FOUND-HISTORY(WS-HIST-IDX:1)
           END-EVALUATE
           .

      *    NOTHING TO INVESTIGATE - THE ANSWER GOES BACK TODAY AND THE
      *    CASE NEVER PUTS AN XB ON THE LOAN.
       A450-ANSWER-NOT-LOCATED.
           ADD 1 TO WS-NOT-LOCATED-COUNT.
           MOVE 'R'               TO ACDVF-STATUS-IND.
           MOVE 'N'               TO ACDVF-RESPONSE-CODE.
           MOVE WS-CURRENT-DATE-8 TO ACDVF-RESPONSE-DATE.
           MOVE 'Y'               TO ACDVF-XH-REPORTED-IND.
           MOVE ERROR-TEXT(WS-VALIDATION-INDICATOR) TO CSE-RESULT.
           PERFORM A600-WRITE-RESPONSE
           .

       A480-PRINT-PROFILES.
           MOVE 'REPORTED'             TO PRF-LABEL.
           MOVE ACDVF-REPORTED-STATUS  TO PRF-STATUS.
           MOVE ACDVF-REPORTED-HISTORY TO PRF-HISTORY.
           MOVE WS-PROFILE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'FOUND'                TO PRF-LABEL.
           MOVE ACDVF-FOUND-STATUS     TO PRF-STATUS.
           MOVE ACDVF-FOUND-HISTORY    TO PRF-HISTORY.
           MOVE WS-PROFILE-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A500-PROCESS-DECISIONS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SECTION-DECISIONS TO RPT-LINE.
           WRITE RPT-LINE.
           IF NOT END-OF-DECISIONS
              PERFORM A510-READ-DECISION
           END-IF.
           PERFORM A520-APPLY-DECISION UNTIL END-OF-DECISIONS
           .

       A510-READ-DECISION.
           READ DECISION-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-DECISIONS
           END-READ
           .

      *    'A' ANSWERS WITH THE FINDINGS - VERIFIED WHEN THEY MATCH
      *    WHAT WAS REPORTED, MODIFIED WHEN THEY DON'T; 'V' VERIFIES
      *    AS REPORTED WHATEVER THE FINDINGS SAY.
       A520-APPLY-DECISION.
           ADD 1 TO WS-DECISION-COUNT.
           MOVE 0 TO WS-VALIDATION-INDICATOR.
           MOVE SPACES TO WS-CASE-LINE.
           MOVE ACDVD-PAN         TO CSE-PAN.
           MOVE ACDVD-CONTROL-NUM TO CSE-CONTROL-NUM.

           MOVE ACDVD-PAN         TO ACDVF-PAN.
           MOVE ACDVD-CONTROL-NUM TO ACDVF-CONTROL-NUM.
           READ DISPUTE-CASE-FILE
              INVALID KEY
                 MOVE 5 TO WS-VALIDATION-INDICATOR
           END-READ.
           IF WS-RECORD-VALID AND NOT ACDVF-OPEN
              MOVE 6 TO WS-VALIDATION-INDICATOR
           END-IF.
           IF WS-RECORD-VALID
              AND (NOT ACDVD-VALID-DECISION
                   OR ACDVD-ANALYST-ID = SPACES)
              MOVE 7 TO WS-VALIDATION-INDICATOR
           END-IF.
           IF NOT WS-RECORD-VALID
              ADD 1 TO WS-DECISION-REJECT-COUNT
              MOVE 4 TO WS-RUN-RETURN-CODE
              MOVE ERROR-TEXT(WS-VALIDATION-INDICATOR) TO CSE-RESULT
              MOVE WS-CASE-LINE TO RPT-LINE
              WRITE RPT-LINE
              PERFORM A510-READ-DECISION
              EXIT PARAGRAPH
           END-IF.

           MOVE ACDVF-BUREAU-CODE    TO CSE-BUREAU.
           MOVE ACDVF-DISPUTED-CYCLE TO CSE-CYCLE.
           MOVE ACDVF-DUE-DATE       TO CSE-DUE-DATE.
           IF ACDVD-ACCEPT-FINDINGS
              AND (ACDVF-FOUND-STATUS NOT = ACDVF-REPORTED-STATUS
                   OR ACDVF-FOUND-HISTORY
                      NOT = ACDVF-REPORTED-HISTORY)
              MOVE 'M'                TO ACDVF-RESPONSE-CODE
              MOVE ACDVF-FOUND-STATUS  TO ACDVF-RESPONSE-STATUS
              MOVE ACDVF-FOUND-HISTORY TO ACDVF-RESPONSE-HISTORY
              MOVE 'P'                TO ACDVF-CORRECTION-IND
              ADD 1 TO WS-MODIFIED-COUNT
              MOVE 'ANSWERED - MODIFIED, CORRECTION TO NEXT CYCLE'
                   TO CSE-RESULT
           ELSE
              MOVE 'V'                TO ACDVF-RESPONSE-CODE
              MOVE ACDVF-REPORTED-STATUS  TO ACDVF-RESPONSE-STATUS
              MOVE ACDVF-REPORTED-HISTORY TO ACDVF-RESPONSE-HISTORY
              ADD 1 TO WS-VERIFIED-COUNT
              MOVE 'ANSWERED - VERIFIED AS REPORTED' TO CSE-RESULT
           END-IF.
           MOVE 'R'                  TO ACDVF-STATUS-IND.
           MOVE WS-CURRENT-DATE-8    TO ACDVF-RESPONSE-DATE.
           MOVE ACDVD-ANALYST-ID     TO ACDVF-ANALYST-ID.
           REWRITE ACDV-CASE-RECORD
              INVALID KEY
                 MOVE 'CASE REWRITE FAILED - RERUN THE DECISION'
                      TO CSE-RESULT
                 MOVE 4 TO WS-RUN-RETURN-CODE
           END-REWRITE.
           PERFORM A600-WRITE-RESPONSE.
           MOVE WS-CASE-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A510-READ-DECISION
           .

      *    XH ON THE ANSWER TELLS THE BUREAU THE INVESTIGATION IS
      *    DONE; A NOT-LOCATED ANSWER CARRIES NO CONDITION CODE.
       A600-WRITE-RESPONSE.
           MOVE SPACES                  TO ACDV-RESPONSE-RECORD.
           MOVE ACDVF-CONTROL-NUM       TO ACDVR-CONTROL-NUM.
           MOVE ACDVF-BUREAU-CODE       TO ACDVR-BUREAU-CODE.
           MOVE ACDVF-PAN               TO ACDVR-ACCOUNT-NUM.
           MOVE ACDVF-RESPONSE-CODE     TO ACDVR-RESPONSE-CODE.
           MOVE ACDVF-RESPONSE-STATUS   TO ACDVR-ACCOUNT-STATUS.
           MOVE ACDVF-RESPONSE-HISTORY  TO ACDVR-PAYMENT-HISTORY.
           MOVE ACDVF-REPORTED-BALANCE  TO ACDVR-CURRENT-BALANCE.
           MOVE ACDVF-REPORTED-PAST-DUE TO ACDVR-AMOUNT-PAST-DUE.
           IF NOT ACDVF-NOT-LOCATED
              MOVE 'XH'                 TO ACDVR-COMPLIANCE-CODE
           END-IF.
           MOVE WS-CURRENT-DATE-8       TO ACDVR-RESPONSE-DATE.
           WRITE ACDV-RESPONSE-RECORD.
           ADD 1 TO WS-RESPONSE-COUNT
           .

       A700-REVIEW-DEADLINES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SECTION-DEADLINES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'N' TO WS-END-OF-CASES.
           MOVE LOW-VALUES TO ACDVF-KEY.
           START DISPUTE-CASE-FILE KEY IS NOT LESS THAN ACDVF-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-CASES
           END-START.
           PERFORM A710-REVIEW-ONE-CASE UNTIL END-OF-CASES.
           IF WS-OVERDUE-COUNT > 0
              MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF
           .

       A710-REVIEW-ONE-CASE.
           READ DISPUTE-CASE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-CASES
                 EXIT PARAGRAPH
           END-READ.
           IF NOT ACDVF-OPEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OPEN-COUNT.
           COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(ACDVF-DUE-DATE)
                 - WS-TODAY-INT.
           MOVE SPACES            TO WS-DEADLINE-LINE.
           MOVE ACDVF-PAN         TO DLN-PAN.
           MOVE ACDVF-CONTROL-NUM TO DLN-CONTROL-NUM.
           MOVE ACDVF-DUE-DATE    TO DLN-DUE-DATE.
           MOVE WS-DAYS-LEFT      TO DLN-DAYS-LEFT.
           EVALUATE TRUE
              WHEN WS-DAYS-LEFT < 0
                 ADD 1 TO WS-OVERDUE-COUNT
                 MOVE 'OVERDUE - RESPONSE DEADLINE PASSED'
                      TO DLN-RESULT
              WHEN WS-DAYS-LEFT <= STATIC-WARNING-DAYS
                 ADD 1 TO WS-DUE-SOON-COUNT
                 MOVE 'DUE SOON' TO DLN-RESULT
              WHEN OTHER
                 MOVE 'OPEN' TO DLN-RESULT
           END-EVALUATE.
           MOVE WS-DEADLINE-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A850-WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'DISPUTES RECEIVED'          TO CNT-LABEL.
           MOVE WS-INTAKE-COUNT              TO CNT-VALUE.
           PERFORM A850-WRITE-COUNT-LINE.
           MOVE 'CASES OPENED'               TO CNT-LABEL.
           MOVE WS-OPENED-COUNT              TO CNT-VALUE.
           PERFORM A850-WRITE-COUNT-LINE.
           MOVE '  WITH FINDINGS THAT DIFFER'  TO CNT-LABEL.
           MOVE WS-DIFFER-COUNT              TO CNT-VALUE.
           PERFORM A850-WRITE-COUNT-LINE.
           MOVE 'ANSWERED NOT LOCATED'       TO CNT-LABEL.
           MOVE WS-NOT-LOCATED-COUNT         TO CNT-VALUE.
           PERFORM A850-WRITE-COUNT-LINE.
           MOVE 'DISPUTES REJECTED'          TO CNT-LABEL.
           MOVE WS-INTAKE-REJECT-COUNT       TO CNT-VALUE.
           PERFORM A850-WRITE-COUNT-LINE.
           MOVE 'DECISIONS READ'             TO CNT-LABEL.
           MOVE WS-DECISION-COUNT            TO CNT-VALUE.
           PERFORM A850-WRITE-COUNT-LINE.
           MOVE 'ANSWERED VERIFIED'          TO CNT-LABEL.
           MOVE WS-VERIFIED-COUNT            TO CNT-VALUE.
           PERFORM A850-WRITE-COUNT-LINE.
           MOVE 'ANSWERED MODIFIED'          TO CNT-LABEL.
           MOVE WS-MODIFIED-COUNT            TO CNT-VALUE.
           PERFORM A850-WRITE-COUNT-LINE.
           MOVE 'DECISIONS REJECTED'         TO CNT-LABEL.
           MOVE WS-DECISION-REJECT-COUNT     TO CNT-VALUE.
           PERFORM A850-WRITE-COUNT-LINE.
           MOVE 'RESPONSES WRITTEN'          TO CNT-LABEL.
           MOVE WS-RESPONSE-COUNT            TO CNT-VALUE.
           PERFORM A850-WRITE-COUNT-LINE.
           MOVE 'CASES STILL OPEN'           TO CNT-LABEL.
           MOVE WS-OPEN-COUNT                TO CNT-VALUE.
           PERFORM A850-WRITE-COUNT-LINE.
           MOVE '  DUE SOON'                 TO CNT-LABEL.
           MOVE WS-DUE-SOON-COUNT            TO CNT-VALUE.
           PERFORM A850-WRITE-COUNT-LINE.
           MOVE '  OVERDUE'                  TO CNT-LABEL.
           MOVE WS-OVERDUE-COUNT             TO CNT-VALUE.
           PERFORM A850-WRITE-COUNT-LINE.

           IF INTAKE-FILE-OPEN
              CLOSE DISPUTE-INTAKE-FILE
           END-IF.
           IF DECISION-FILE-OPEN
              CLOSE DECISION-FILE
           END-IF.
           IF ARCHIVE-OPEN
              CLOSE METRO2-HISTORY-FILE
           END-IF.
           CLOSE DISPUTE-CASE-FILE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE ONLINE-HISTORY-FILE.
           CLOSE RESPONSE-FILE.
           CLOSE INVESTIGATION-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSACDVP'              TO EPSRUNWR-JOB-NAME.
           MOVE WS-INTAKE-COUNT         TO EPSRUNWR-IN-COUNT.
           MOVE WS-RESPONSE-COUNT       TO EPSRUNWR-OUT-COUNT.
           COMPUTE EPSRUNWR-ERROR-COUNT =
                   WS-INTAKE-REJECT-COUNT + WS-DECISION-REJECT-COUNT
                 + WS-OVERDUE-COUNT.
           MOVE WS-RUN-RETURN-CODE      TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS.
           MOVE WS-RUN-RETURN-CODE      TO RETURN-CODE
           .
