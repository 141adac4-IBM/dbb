       ID DIVISION.
       PROGRAM-ID. EPSRIAUD.
      *    WEEKLY REFERENTIAL INTEGRITY AUDIT OF THE SERVICING FILES.
      *    EPSDQAUD LOOKS INSIDE EPSMORTF; THIS JOB LOOKS ACROSS THE
      *    PAN-KEYED SERVICING FILES, WHICH ARE EACH MAINTAINED BY
      *    THEIR OWN PROGRAM AND DRIFT APART FROM THE EPSSRVCF
      *    MASTER - AN ACH DRAFT STILL ACTIVE ON A PAID-OFF LOAN, A
      *    POOL ASSIGNMENT THAT NAMES A DIFFERENT POOL FROM
      *    SRV-POOL-NUMBER, A LIVE LOAN NOBODY CAN MAIL BECAUSE IT
      *    HAS NO BORROWER RECORD.
      *
      *    THE MASTER IS READ END TO END FIRST (BORROWER, PROPERTY
      *    AND POOL CHECKS ON EVERY LOAN), THEN EACH SATELLITE FILE
      *    IS READ END TO END AND EVERY RECORD LOOKED UP ON THE
      *    MASTER. EACH ORPHAN OR CONTRADICTION IS CLASSED BY THE
      *    RULE IT BROKE, WITH THAT RULE'S SEVERITY:
      *
      *       HIGH    - MONEY MOVES OR A BORROWER IS MISHANDLED
      *                 WHILE IT STANDS (A DRAFT, A PREMIUM, AN
      *                 INVESTOR REMITTANCE, AN UNMAILABLE LOAN).
      *       MEDIUM  - A WORKFLOW RECORD LEFT OPEN THAT SHOULD
      *                 HAVE BEEN CLOSED WITH THE LOAN.
      *       LOW     - STALE HISTORY OR A DERIVED FIELD OUT OF
      *                 STEP - TIDY-UP WORK.
      *
      *    EVERY DISCREPANCY GOES TO THE EPSRIDSC WORK FILE OPS
      *    WORKS FROM AND TO THE DETAIL SECTION OF THE REPORT; THE
      *    REPORT ENDS WITH THE COUNT BY RULE. NOTHING IS CHANGED
      *    ON ANY FILE - EACH OWNING MAINTENANCE PROGRAM STAYS THE
      *    ONLY WAY TO PUT A RECORD RIGHT. A SATELLITE FILE THAT IS
      *    NOT AVAILABLE IS NAMED ON THE REPORT AND ITS RULES ARE
      *    SKIPPED; THE SERVICING MASTER ITSELF IS REQUIRED.
      *
      *    RETURN CODE 0 = CLEAN, 4 = DISCREPANCIES OR A FILE NOT
      *    CHECKED, 8 = AT LEAST ONE HIGH-SEVERITY DISCREPANCY. THE
      *    RUN RESULT GOES TO EPSRUNRS FOR THE MORNING HEALTH PAGE.
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

           SELECT BORROWER-MASTER-FILE ASSIGN TO EPSBRWRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BRWR-PAN
                  FILE STATUS IS WS-BRWR-STATUS.

           SELECT PROPERTY-MASTER-FILE ASSIGN TO EPSPROPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROP-PAN
                  FILE STATUS IS WS-PROPF-STATUS.

           SELECT AUTOPAY-ENROLLMENT-FILE ASSIGN TO EPSACHEN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACHEN-PAN
                  FILE STATUS IS WS-ACHEN-STATUS.

           SELECT HAZARD-POLICY-FILE ASSIGN TO EPSHZPOL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HZPOL-PAN
                  FILE STATUS IS WS-HZPOL-STATUS.

           SELECT MI-POLICY-FILE ASSIGN TO EPSMIPOL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MIPOL-PAN
                  FILE STATUS IS WS-MIPOL-STATUS.

           SELECT POOL-ASSIGNMENT-FILE ASSIGN TO EPSPLASN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PLASN-PAN
                  FILE STATUS IS WS-PLASN-STATUS.

           SELECT PLAN-FILE ASSIGN TO EPSFBPLN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FBPLN-PAN
                  FILE STATUS IS WS-FBPLN-STATUS.

           SELECT BANKRUPTCY-FILE ASSIGN TO EPSBKRPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BKRP-PAN
                  FILE STATUS IS WS-BKRP-STATUS.

           SELECT SERVICING-STATUS-FILE ASSIGN TO EPSSVST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SVST-PAN
                  FILE STATUS IS WS-SVST-STATUS.

           SELECT CASE-FILE ASSIGN TO EPSLMCSE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LMCSE-PAN
                  FILE STATUS IS WS-LMCSE-STATUS.

           SELECT DISCREPANCY-FILE ASSIGN TO EPSRIDSC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RIDSC-STATUS.

           SELECT AUDIT-REPORT ASSIGN TO RIAUDRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  BORROWER-MASTER-FILE
           RECORD CONTAINS 166 CHARACTERS.
           COPY EPSBRWRF.

       FD  PROPERTY-MASTER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSPROPF.

       FD  AUTOPAY-ENROLLMENT-FILE
           RECORD CONTAINS 55 CHARACTERS.
           COPY EPSACHEN.

       FD  HAZARD-POLICY-FILE
           RECORD CONTAINS 99 CHARACTERS.
           COPY EPSHZPOL.

       FD  MI-POLICY-FILE
           RECORD CONTAINS 76 CHARACTERS.
           COPY EPSMIPOL.

       FD  POOL-ASSIGNMENT-FILE
           RECORD CONTAINS 63 CHARACTERS.
           COPY EPSPLASN.

       FD  PLAN-FILE
           RECORD CONTAINS 58 CHARACTERS.
           COPY EPSFBPLN.

       FD  BANKRUPTCY-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY EPSBKRPF.

       FD  SERVICING-STATUS-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY EPSSVST.

       FD  CASE-FILE
           RECORD CONTAINS 256 CHARACTERS.
           COPY EPSLMCSE.

       FD  DISCREPANCY-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSRIDSC.

       FD  AUDIT-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
      *    THE RULE SET - NUMBER, SEVERITY, THE FILE THE DISCREPANT
      *    RECORD LIVES ON, AND THE TEXT OPS SEES.
       01 WS-STATIC-DATA.
           03 STATIC-RULES.
              05 FILLER                  PIC 99 VALUE 1.
              05 FILLER                  PIC X VALUE 'H'.
              05 FILLER                  PIC X(8) VALUE 'EPSACHEN'.
              05 FILLER                  PIC X(50)
              VALUE 'ACTIVE ACH ENROLLMENT - LOAN NOT ON SERVICING'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X VALUE 'H'.
              05 FILLER                  PIC X(8) VALUE 'EPSACHEN'.
              05 FILLER                  PIC X(50)
              VALUE 'ACTIVE ACH ENROLLMENT ON A CLOSED LOAN'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X VALUE 'L'.
              05 FILLER                  PIC X(8) VALUE 'EPSHZPOL'.
              05 FILLER                  PIC X(50)
              VALUE 'HAZARD POLICY - LOAN NOT ON SERVICING'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X VALUE 'H'.
              05 FILLER                  PIC X(8) VALUE 'EPSHZPOL'.
              05 FILLER                  PIC X(50)
              VALUE 'FORCE-PLACED HAZARD COVERAGE ON A CLOSED LOAN'.
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X VALUE 'M'.
              05 FILLER                  PIC X(8) VALUE 'EPSMIPOL'.
              05 FILLER                  PIC X(50)
              VALUE 'ACTIVE MI POLICY - LOAN NOT ON SERVICING'.
              05 FILLER                  PIC 99 VALUE 6.
              05 FILLER                  PIC X VALUE 'H'.
              05 FILLER                  PIC X(8) VALUE 'EPSMIPOL'.
              05 FILLER                  PIC X(50)
              VALUE 'ACTIVE MI POLICY ON A CLOSED LOAN'.
              05 FILLER                  PIC 99 VALUE 7.
              05 FILLER                  PIC X VALUE 'H'.
              05 FILLER                  PIC X(8) VALUE 'EPSPLASN'.
              05 FILLER                  PIC X(50)
              VALUE 'POOL ASSIGNMENT - LOAN NOT ON SERVICING'.
              05 FILLER                  PIC 99 VALUE 8.
              05 FILLER                  PIC X VALUE 'H'.
              05 FILLER                  PIC X(8) VALUE 'EPSPLASN'.
              05 FILLER                  PIC X(50)
              VALUE 'POOL ASSIGNMENT DISAGREES WITH SRV-POOL-NUMBER'.
              05 FILLER                  PIC 99 VALUE 9.
              05 FILLER                  PIC X VALUE 'H'.
              05 FILLER                  PIC X(8) VALUE 'EPSSRVCF'.
              05 FILLER                  PIC X(50)
              VALUE 'SRV-POOL-NUMBER SET BUT NO POOL ASSIGNMENT'.
              05 FILLER                  PIC 99 VALUE 10.
              05 FILLER                  PIC X VALUE 'M'.
              05 FILLER                  PIC X(8) VALUE 'EPSFBPLN'.
              05 FILLER                  PIC X(50)
              VALUE 'ACTIVE PLAN - LOAN NOT ON SERVICING'.
              05 FILLER                  PIC 99 VALUE 11.
              05 FILLER                  PIC X VALUE 'M'.
              05 FILLER                  PIC X(8) VALUE 'EPSFBPLN'.
              05 FILLER                  PIC X(50)
              VALUE 'ACTIVE PLAN ON A CLOSED LOAN'.
              05 FILLER                  PIC 99 VALUE 12.
              05 FILLER                  PIC X VALUE 'M'.
              05 FILLER                  PIC X(8) VALUE 'EPSBKRPF'.
              05 FILLER                  PIC X(50)
              VALUE 'ACTIVE BANKRUPTCY - LOAN NOT ON SERVICING'.
              05 FILLER                  PIC 99 VALUE 13.
              05 FILLER                  PIC X VALUE 'L'.
              05 FILLER                  PIC X(8) VALUE 'EPSSVST'.
              05 FILLER                  PIC X(50)
              VALUE 'SERVICING STATUS - LOAN NOT ON SERVICING'.
              05 FILLER                  PIC 99 VALUE 14.
              05 FILLER                  PIC X VALUE 'M'.
              05 FILLER                  PIC X(8) VALUE 'EPSSVST'.
              05 FILLER                  PIC X(50)
              VALUE 'OPEN WORKFLOW STATUS ON A CLOSED LOAN'.
              05 FILLER                  PIC 99 VALUE 15.
              05 FILLER                  PIC X VALUE 'M'.
              05 FILLER                  PIC X(8) VALUE 'EPSSVST'.
              05 FILLER                  PIC X(50)
              VALUE 'LM STATUS WITH NO LOSS-MITIGATION CASE'.
              05 FILLER                  PIC 99 VALUE 16.
              05 FILLER                  PIC X VALUE 'M'.
              05 FILLER                  PIC X(8) VALUE 'EPSLMCSE'.
              05 FILLER                  PIC X(50)
              VALUE 'PENDING LM CASE - LOAN NOT ON SERVICING'.
              05 FILLER                  PIC 99 VALUE 17.
              05 FILLER                  PIC X VALUE 'M'.
              05 FILLER                  PIC X(8) VALUE 'EPSLMCSE'.
              05 FILLER                  PIC X(50)
              VALUE 'PENDING LM CASE ON A CLOSED LOAN'.
              05 FILLER                  PIC 99 VALUE 18.
              05 FILLER                  PIC X VALUE 'H'.
              05 FILLER                  PIC X(8) VALUE 'EPSSRVCF'.
              05 FILLER                  PIC X(50)
              VALUE 'ACTIVE LOAN WITH NO BORROWER RECORD'.
              05 FILLER                  PIC 99 VALUE 19.
              05 FILLER                  PIC X VALUE 'H'.
              05 FILLER                  PIC X(8) VALUE 'EPSSRVCF'.
              05 FILLER                  PIC X(50)
              VALUE 'ACTIVE LOAN WITH NO PROPERTY RECORD'.
              05 FILLER                  PIC 99 VALUE 20.
              05 FILLER                  PIC X VALUE 'L'.
              05 FILLER                  PIC X(8) VALUE 'EPSPROPF'.
              05 FILLER                  PIC X(50)
              VALUE 'PROPERTY JURISDICTION DISAGREES WITH SERVICING'.
           03 STATIC-RULE-TBL REDEFINES STATIC-RULES.
              05 STATIC-RULE-TABLE OCCURS 20 TIMES.
                07 RULE-NUMBER             PIC 99.
                07 RULE-SEVERITY           PIC X.
                07 RULE-FILE-ID            PIC X(8).
                07 RULE-TEXT               PIC X(50).

       01 WS-FILE-STATUSES.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-BRWR-STATUS              PIC XX.
           03 WS-PROPF-STATUS             PIC XX.
           03 WS-ACHEN-STATUS             PIC XX.
           03 WS-HZPOL-STATUS             PIC XX.
           03 WS-MIPOL-STATUS             PIC XX.
           03 WS-PLASN-STATUS             PIC XX.
           03 WS-FBPLN-STATUS             PIC XX.
           03 WS-BKRP-STATUS              PIC XX.
           03 WS-SVST-STATUS              PIC XX.
           03 WS-LMCSE-STATUS             PIC XX.
           03 WS-RIDSC-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-SCAN              PIC X VALUE 'N'.
              88 END-OF-SCAN                 VALUE 'Y'.
      *    EVERY SATELLITE FILE IS OPTIONAL - A FILE THAT DID NOT
      *    OPEN IS NAMED ON THE REPORT AND ITS RULES ARE SKIPPED.
           03 WS-BRWR-OPEN                PIC X VALUE 'N'.
              88 BRWR-OPEN                   VALUE 'Y'.
           03 WS-PROPF-OPEN               PIC X VALUE 'N'.
              88 PROPF-OPEN                  VALUE 'Y'.
           03 WS-ACHEN-OPEN               PIC X VALUE 'N'.
              88 ACHEN-OPEN                  VALUE 'Y'.
           03 WS-HZPOL-OPEN               PIC X VALUE 'N'.
              88 HZPOL-OPEN                  VALUE 'Y'.
           03 WS-MIPOL-OPEN               PIC X VALUE 'N'.
              88 MIPOL-OPEN                  VALUE 'Y'.
           03 WS-PLASN-OPEN               PIC X VALUE 'N'.
              88 PLASN-OPEN                  VALUE 'Y'.
           03 WS-FBPLN-OPEN               PIC X VALUE 'N'.
              88 FBPLN-OPEN                  VALUE 'Y'.
           03 WS-BKRP-OPEN                PIC X VALUE 'N'.
              88 BKRP-OPEN                   VALUE 'Y'.
           03 WS-SVST-OPEN                PIC X VALUE 'N'.
              88 SVST-OPEN                   VALUE 'Y'.
           03 WS-LMCSE-OPEN               PIC X VALUE 'N'.
              88 LMCSE-OPEN                  VALUE 'Y'.
      *    THE MASTER LOOKUP'S ANSWER FOR THE SATELLITE RECORD IN
      *    HAND. A LIVE LOAN IS ACTIVE OR IN CONSTRUCTION; EVERY
      *    OTHER STATUS (PAID OFF, ASSUMED, CHARGED OFF, SERVICE
      *    RELEASED) IS CLOSED AS FAR AS THE SATELLITES GO.
           03 WS-LOAN-STATE               PIC X VALUE 'N'.
              88 LOAN-NOT-ON-MASTER          VALUE 'N'.
              88 LOAN-LIVE                   VALUE 'L'.
              88 LOAN-CLOSED                 VALUE 'C'.

       01 WS-COUNTERS.
           03 WS-SCANNED-COUNT            PIC 9(7) VALUE 0.
           03 WS-DISCREPANCY-COUNT        PIC 9(7) VALUE 0.
           03 WS-HIGH-COUNT               PIC 9(7) VALUE 0.
           03 WS-MEDIUM-COUNT             PIC 9(7) VALUE 0.
           03 WS-LOW-COUNT                PIC 9(7) VALUE 0.
           03 WS-FILES-SKIPPED            PIC 9(2) VALUE 0.
      *    HELD APART FROM THE RETURN-CODE REGISTER, WHICH THE
      *    EPSJOBTM AND EPSRUNWR CALLS OVERWRITE ON THE WAY OUT.
       01 WS-RUN-RETURN-CODE              PIC 9(4) VALUE 0.
       01 WS-RULE-COUNTS.
           03 WS-RULE-HITS OCCURS 20 TIMES
                                          PIC 9(7).
       01 WS-RULE-IDX                     PIC 9(2) COMP.

      *    THE DISCREPANCY BEING RECORDED.
       01 WS-DISCREPANCY-WORK.
           03 WS-LOOKUP-PAN               PIC X(10).
           03 WS-LOAN-STATUS              PIC X.
           03 WS-RULE-NO                  PIC 99.
           03 WS-DETAIL-TEXT              PIC X(14).
           03 WS-MISSING-FILE             PIC X(8).
           03 WS-POOL-PAIR.
              05 WS-PAIR-LEFT             PIC X(6).
              05 FILLER                   PIC X VALUE '/'.
              05 WS-PAIR-RIGHT            PIC X(6).
           03 WS-JURIS-PAIR.
              05 WS-JURIS-LEFT            PIC X(4).
              05 FILLER                   PIC X VALUE '/'.
              05 WS-JURIS-RIGHT           PIC X(4).

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSRIAUD - SERVICING FILE INTEGRITY AUDIT'.
              05 FILLER                   PIC X(10) VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(10) VALUE 'FILE'.
              05 FILLER                   PIC X(6)  VALUE 'RULE'.
              05 FILLER                   PIC X(8)  VALUE 'SEV'.
              05 FILLER                   PIC X(6)  VALUE 'LOAN'.
              05 FILLER                   PIC X(52) VALUE
                 'DISCREPANCY'.
              05 FILLER                   PIC X(14) VALUE 'DETAIL'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-FILE                 PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RULE                 PIC Z9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DTL-SEVERITY             PIC X(6).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-LOAN-STATUS          PIC X.
              05 FILLER                   PIC X(5)  VALUE SPACES.
              05 DTL-TEXT                 PIC X(50).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-DETAIL               PIC X(14).
           03 WS-SKIPPED-LINE.
              05 SKP-FILE                 PIC X(8).
              05 FILLER                   PIC X(50) VALUE
                 ' NOT AVAILABLE - ITS RULES WERE NOT CHECKED'.
           03 WS-RULE-HEADING.
              05 FILLER                   PIC X(40) VALUE
                 'DISCREPANCIES BY RULE'.
           03 WS-RULE-LINE.
              05 FILLER                   PIC X(5)  VALUE 'RULE '.
              05 RSM-RULE                 PIC Z9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 RSM-SEVERITY             PIC X(6).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 RSM-FILE                 PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 RSM-TEXT                 PIC X(50).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 RSM-COUNT                PIC Z,ZZZ,ZZ9.
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(10) VALUE 'SCANNED:'.
              05 SUM-SCANNED              PIC Z,ZZZ,ZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(7)  VALUE 'HIGH:'.
              05 SUM-HIGH                 PIC Z,ZZZ,ZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(9)  VALUE 'MEDIUM:'.
              05 SUM-MEDIUM               PIC Z,ZZZ,ZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(6)  VALUE 'LOW:'.
              05 SUM-LOW                  PIC Z,ZZZ,ZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE
                 'FILES SKIPPED:'.
              05 SUM-SKIPPED              PIC Z9.

      *    ONE-RECORD RUN SUMMARY FOR THE 6 AM HEALTH PAGE - SEE
      *    EPSRUNWR/EPSBHLTH.
           COPY EPSRSPM.

      *    SHARED FILE-STATUS HANDLER CALL - SEE EPSFSTAT. THE
      *    SERVICING MASTER IS THE ONE FILE THIS AUDIT CANNOT RUN
      *    WITHOUT.
           COPY EPSFSPM.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-SCAN-SERVICING-MASTER.
           PERFORM A300-SCAN-ACH-ENROLLMENTS.
           PERFORM A320-SCAN-HAZARD-POLICIES.
           PERFORM A340-SCAN-MI-POLICIES.
           PERFORM A360-SCAN-POOL-ASSIGNMENTS.
           PERFORM A380-SCAN-PLANS.
           PERFORM A400-SCAN-BANKRUPTCIES.
           PERFORM A420-SCAN-SERVICING-STATUS.
           PERFORM A440-SCAN-LM-CASES.
           PERFORM A800-PRINT-RULE-SUMMARY.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSRIAUD' TO EPSJOBTM-JOB-NAME.
           MOVE 3600       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  SERVICING-MASTER-FILE.
           IF WS-SRVCF-STATUS NOT = '00'
              MOVE 'EPSRIAUD' TO EPSFSTAT-PROGRAM
              MOVE 'EPSSRVCF' TO EPSFSTAT-FILE-NAME
              MOVE 'OPEN INP' TO EPSFSTAT-OPERATION
              MOVE SPACES TO EPSFSTAT-RECORD-KEY
              MOVE WS-SRVCF-STATUS TO EPSFSTAT-FILE-STATUS
              CALL 'EPSFSTAT' USING EPSFSTAT-PARMS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT DISCREPANCY-FILE.
           OPEN OUTPUT AUDIT-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES       TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ZEROS        TO WS-RULE-COUNTS.

           PERFORM A120-OPEN-SATELLITES.

           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    EACH SATELLITE IS OPENED INPUT AND FLAGGED WHEN IT CAME
      *    UP; ONE THAT DID NOT IS NAMED ON THE REPORT UP FRONT.
       A120-OPEN-SATELLITES.
           OPEN INPUT BORROWER-MASTER-FILE.
           IF WS-BRWR-STATUS = '00'
              MOVE 'Y' TO WS-BRWR-OPEN
           ELSE
              MOVE 'EPSBRWRF' TO WS-MISSING-FILE
              PERFORM A150-NOTE-FILE-SKIPPED
           END-IF.
           OPEN INPUT PROPERTY-MASTER-FILE.
           IF WS-PROPF-STATUS = '00'
              MOVE 'Y' TO WS-PROPF-OPEN
           ELSE
              MOVE 'EPSPROPF' TO WS-MISSING-FILE
              PERFORM A150-NOTE-FILE-SKIPPED
           END-IF.
           OPEN INPUT AUTOPAY-ENROLLMENT-FILE.
           IF WS-ACHEN-STATUS = '00'
              MOVE 'Y' TO WS-ACHEN-OPEN
           ELSE
              MOVE 'EPSACHEN' TO WS-MISSING-FILE
              PERFORM A150-NOTE-FILE-SKIPPED
           END-IF.
           OPEN INPUT HAZARD-POLICY-FILE.
           IF WS-HZPOL-STATUS = '00'
              MOVE 'Y' TO WS-HZPOL-OPEN
           ELSE
              MOVE 'EPSHZPOL' TO WS-MISSING-FILE
              PERFORM A150-NOTE-FILE-SKIPPED
           END-IF.
           OPEN INPUT MI-POLICY-FILE.
           IF WS-MIPOL-STATUS = '00'
              MOVE 'Y' TO WS-MIPOL-OPEN
           ELSE
              MOVE 'EPSMIPOL' TO WS-MISSING-FILE
              PERFORM A150-NOTE-FILE-SKIPPED
           END-IF.
           OPEN INPUT POOL-ASSIGNMENT-FILE.
           IF WS-PLASN-STATUS = '00'
              MOVE 'Y' TO WS-PLASN-OPEN
           ELSE
              MOVE 'EPSPLASN' TO WS-MISSING-FILE
              PERFORM A150-NOTE-FILE-SKIPPED
           END-IF.
           OPEN INPUT PLAN-FILE.
           IF WS-FBPLN-STATUS = '00'
              MOVE 'Y' TO WS-FBPLN-OPEN
           ELSE
              MOVE 'EPSFBPLN' TO WS-MISSING-FILE
              PERFORM A150-NOTE-FILE-SKIPPED
           END-IF.
           OPEN INPUT BANKRUPTCY-FILE.
           IF WS-BKRP-STATUS = '00'
              MOVE 'Y' TO WS-BKRP-OPEN
           ELSE
              MOVE 'EPSBKRPF' TO WS-MISSING-FILE
              PERFORM A150-NOTE-FILE-SKIPPED
           END-IF.
           OPEN INPUT SERVICING-STATUS-FILE.
           IF WS-SVST-STATUS = '00'
              MOVE 'Y' TO WS-SVST-OPEN
           ELSE
              MOVE 'EPSSVST' TO WS-MISSING-FILE
              PERFORM A150-NOTE-FILE-SKIPPED
           END-IF.
           OPEN INPUT CASE-FILE.
           IF WS-LMCSE-STATUS = '00'
              MOVE 'Y' TO WS-LMCSE-OPEN
           ELSE
              MOVE 'EPSLMCSE' TO WS-MISSING-FILE
              PERFORM A150-NOTE-FILE-SKIPPED
           END-IF.
           IF WS-FILES-SKIPPED > 0
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           .

       A150-NOTE-FILE-SKIPPED.
           ADD 1 TO WS-FILES-SKIPPED.
           MOVE WS-MISSING-FILE TO SKP-FILE.
           MOVE WS-SKIPPED-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    PASS 1 - THE MASTER ITSELF. EVERY LIVE LOAN NEEDS A
      *    BORROWER AND A PROPERTY RECORD, THE PROPERTY'S DERIVED
      *    JURISDICTION MUST BE THE ONE EPSPRMNT PUSHED ONTO THE
      *    LOAN, AND ANY LOAN CARRYING A POOL NUMBER NEEDS THE POOL
      *    ASSIGNMENT BEHIND IT.
       A200-SCAN-SERVICING-MASTER.
           MOVE 'N' TO WS-END-OF-SCAN.
           MOVE LOW-VALUES TO SRV-PAN.
           START SERVICING-MASTER-FILE KEY IS NOT LESS THAN SRV-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-SCAN
           END-START.
           IF NOT END-OF-SCAN
              PERFORM A205-READ-MASTER
           END-IF.
           PERFORM A210-CHECK-LOAN UNTIL END-OF-SCAN
           .

       A205-READ-MASTER.
           READ SERVICING-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-SCAN
           END-READ
           .

       A210-CHECK-LOAN.
           ADD 1 TO WS-SCANNED-COUNT.
           MOVE SRV-PAN        TO WS-LOOKUP-PAN.
           MOVE SRV-STATUS-IND TO WS-LOAN-STATUS.
           IF SRV-LOAN-ACTIVE OR SRV-LOAN-CONSTRUCTION
              PERFORM A220-CHECK-LIVE-LOAN
           END-IF.
           IF SRV-POOL-NUMBER NOT = SPACES
              AND PLASN-OPEN
              MOVE SRV-PAN TO PLASN-PAN
              READ POOL-ASSIGNMENT-FILE
                 INVALID KEY
                    MOVE 9               TO WS-RULE-NO
                    MOVE SRV-POOL-NUMBER TO WS-DETAIL-TEXT
                    PERFORM A700-RECORD-DISCREPANCY
              END-READ
           END-IF.
           PERFORM A205-READ-MASTER
           .

       A220-CHECK-LIVE-LOAN.
           IF BRWR-OPEN
              MOVE SRV-PAN TO BRWR-PAN
              READ BORROWER-MASTER-FILE
                 INVALID KEY
                    MOVE 18     TO WS-RULE-NO
                    MOVE SPACES TO WS-DETAIL-TEXT
                    PERFORM A700-RECORD-DISCREPANCY
              END-READ
           END-IF.
           IF PROPF-OPEN
              MOVE SRV-PAN TO PROP-PAN
              READ PROPERTY-MASTER-FILE
                 INVALID KEY
                    MOVE 19     TO WS-RULE-NO
                    MOVE SPACES TO WS-DETAIL-TEXT
                    PERFORM A700-RECORD-DISCREPANCY
                 NOT INVALID KEY
                    IF PROP-JURISDICTION-CODE NOT = SPACES
                       AND SRV-JURISDICTION-CODE NOT = SPACES
                       AND PROP-JURISDICTION-CODE
                           NOT = SRV-JURISDICTION-CODE
                       MOVE PROP-JURISDICTION-CODE TO WS-JURIS-LEFT
                       MOVE SRV-JURISDICTION-CODE  TO WS-JURIS-RIGHT
                       MOVE 20            TO WS-RULE-NO
                       MOVE WS-JURIS-PAIR TO WS-DETAIL-TEXT
                       PERFORM A700-RECORD-DISCREPANCY
                    END-IF
              END-READ
           END-IF
           .

      *    PASS 2 - ACH. AN ACTIVE ENROLLMENT DRAFTS THE BORROWER'S
      *    ACCOUNT EVERY MONTH, SO ONE ON A CLOSED OR MISSING LOAN IS
      *    MONEY TAKEN FOR NOTHING. STOPPED ENROLLMENTS ARE KEPT ON
      *    FILE BY DESIGN AND ARE NOT REPORTED.
       A300-SCAN-ACH-ENROLLMENTS.
           IF ACHEN-OPEN
              MOVE 'N' TO WS-END-OF-SCAN
              MOVE LOW-VALUES TO ACHEN-PAN
              START AUTOPAY-ENROLLMENT-FILE
                 KEY IS NOT LESS THAN ACHEN-PAN
                 INVALID KEY
                    MOVE 'Y' TO WS-END-OF-SCAN
              END-START
              IF NOT END-OF-SCAN
                 PERFORM A305-READ-ACH
              END-IF
              PERFORM A310-CHECK-ACH UNTIL END-OF-SCAN
           END-IF
           .

       A305-READ-ACH.
           READ AUTOPAY-ENROLLMENT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-SCAN
           END-READ
           .

       A310-CHECK-ACH.
           ADD 1 TO WS-SCANNED-COUNT.
           IF ACHEN-ACTIVE
              MOVE ACHEN-PAN TO WS-LOOKUP-PAN
              PERFORM A600-LOOKUP-LOAN
              MOVE ACHEN-STATUS-IND TO WS-DETAIL-TEXT
              IF LOAN-NOT-ON-MASTER
                 MOVE 1 TO WS-RULE-NO
                 PERFORM A700-RECORD-DISCREPANCY
              END-IF
              IF LOAN-CLOSED
                 MOVE 2 TO WS-RULE-NO
                 PERFORM A700-RECORD-DISCREPANCY
              END-IF
           END-IF.
           PERFORM A305-READ-ACH
           .

      *    PASS 3 - HAZARD. ANY POLICY WITHOUT A LOAN IS STALE; A
      *    FORCE-PLACED ONE ON A CLOSED LOAN IS STILL BILLING
      *    LENDER-PLACED PREMIUM TO AN ESCROW THAT NO LONGER EXISTS.
       A320-SCAN-HAZARD-POLICIES.
           IF HZPOL-OPEN
              MOVE 'N' TO WS-END-OF-SCAN
              MOVE LOW-VALUES TO HZPOL-PAN
              START HAZARD-POLICY-FILE
                 KEY IS NOT LESS THAN HZPOL-PAN
                 INVALID KEY
                    MOVE 'Y' TO WS-END-OF-SCAN
              END-START
              IF NOT END-OF-SCAN
                 PERFORM A325-READ-HAZARD
              END-IF
              PERFORM A330-CHECK-HAZARD UNTIL END-OF-SCAN
           END-IF
           .

       A325-READ-HAZARD.
           READ HAZARD-POLICY-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-SCAN
           END-READ
           .

       A330-CHECK-HAZARD.
           ADD 1 TO WS-SCANNED-COUNT.
           MOVE HZPOL-PAN TO WS-LOOKUP-PAN.
           PERFORM A600-LOOKUP-LOAN.
           MOVE HZPOL-STATUS-IND TO WS-DETAIL-TEXT.
           IF LOAN-NOT-ON-MASTER
              MOVE 3 TO WS-RULE-NO
              PERFORM A700-RECORD-DISCREPANCY
           END-IF.
           IF LOAN-CLOSED AND HZPOL-FORCE-PLACED
              MOVE 4 TO WS-RULE-NO
              PERFORM A700-RECORD-DISCREPANCY
           END-IF.
           PERFORM A325-READ-HAZARD
           .

      *    PASS 4 - MORTGAGE INSURANCE. AN ACTIVE POLICY KEEPS THE
      *    LOAN ON EPSMIREM'S CARRIER REMITTANCE.
       A340-SCAN-MI-POLICIES.
           IF MIPOL-OPEN
              MOVE 'N' TO WS-END-OF-SCAN
              MOVE LOW-VALUES TO MIPOL-PAN
              START MI-POLICY-FILE
                 KEY IS NOT LESS THAN MIPOL-PAN
                 INVALID KEY
                    MOVE 'Y' TO WS-END-OF-SCAN
              END-START
              IF NOT END-OF-SCAN
                 PERFORM A345-READ-MI
              END-IF
              PERFORM A350-CHECK-MI UNTIL END-OF-SCAN
           END-IF
           .

       A345-READ-MI.
           READ MI-POLICY-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-SCAN
           END-READ
           .

       A350-CHECK-MI.
           ADD 1 TO WS-SCANNED-COUNT.
           IF MIPOL-ACTIVE
              MOVE MIPOL-PAN TO WS-LOOKUP-PAN
              PERFORM A600-LOOKUP-LOAN
              MOVE MIPOL-STATUS-IND TO WS-DETAIL-TEXT
              IF LOAN-NOT-ON-MASTER
                 MOVE 5 TO WS-RULE-NO
                 PERFORM A700-RECORD-DISCREPANCY
              END-IF
              IF LOAN-CLOSED
                 MOVE 6 TO WS-RULE-NO
                 PERFORM A700-RECORD-DISCREPANCY
              END-IF
           END-IF.
           PERFORM A345-READ-MI
           .

      *    PASS 5 - POOL ASSIGNMENTS. EPSINVRM REMITS BY THE
      *    ASSIGNMENT, EPSPYPST PICKS THE WATERFALL BY IT, AND THE
      *    POOLING RUN EXCLUDES BY SRV-POOL-NUMBER - THE TWO MUST
      *    NAME THE SAME POOL. A PAID-OFF LOAN KEEPS ITS ASSIGNMENT
      *    AS HISTORY, SO ONLY A MISSING LOAN IS AN ORPHAN HERE.
       A360-SCAN-POOL-ASSIGNMENTS.
           IF PLASN-OPEN
              MOVE 'N' TO WS-END-OF-SCAN
              MOVE LOW-VALUES TO PLASN-PAN
              START POOL-ASSIGNMENT-FILE
                 KEY IS NOT LESS THAN PLASN-PAN
                 INVALID KEY
                    MOVE 'Y' TO WS-END-OF-SCAN
              END-START
              IF NOT END-OF-SCAN
                 PERFORM A365-READ-POOL
              END-IF
              PERFORM A370-CHECK-POOL UNTIL END-OF-SCAN
           END-IF
           .

       A365-READ-POOL.
           READ POOL-ASSIGNMENT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-SCAN
           END-READ
           .

       A370-CHECK-POOL.
           ADD 1 TO WS-SCANNED-COUNT.
           MOVE PLASN-PAN TO WS-LOOKUP-PAN.
           PERFORM A600-LOOKUP-LOAN.
           IF LOAN-NOT-ON-MASTER
              MOVE 7 TO WS-RULE-NO
              MOVE PLASN-POOL-NUMBER TO WS-DETAIL-TEXT
              PERFORM A700-RECORD-DISCREPANCY
           ELSE
              IF PLASN-POOL-NUMBER NOT = SRV-POOL-NUMBER
                 MOVE PLASN-POOL-NUMBER TO WS-PAIR-LEFT
                 MOVE SRV-POOL-NUMBER   TO WS-PAIR-RIGHT
                 MOVE 8 TO WS-RULE-NO
                 MOVE WS-POOL-PAIR TO WS-DETAIL-TEXT
                 PERFORM A700-RECORD-DISCREPANCY
              END-IF
           END-IF.
           PERFORM A365-READ-POOL
           .

      *    PASS 6 - FORBEARANCE AND REPAYMENT PLANS. AN ACTIVE PLAN
      *    SUPPRESSES LATE CHARGES AND COLLECTIONS; IT SHOULD HAVE
      *    BEEN COMPLETED OR CANCELLED WHEN THE LOAN CLOSED.
       A380-SCAN-PLANS.
           IF FBPLN-OPEN
              MOVE 'N' TO WS-END-OF-SCAN
              MOVE LOW-VALUES TO FBPLN-PAN
              START PLAN-FILE
                 KEY IS NOT LESS THAN FBPLN-PAN
                 INVALID KEY
                    MOVE 'Y' TO WS-END-OF-SCAN
              END-START
              IF NOT END-OF-SCAN
                 PERFORM A385-READ-PLAN
              END-IF
              PERFORM A390-CHECK-PLAN UNTIL END-OF-SCAN
           END-IF
           .

       A385-READ-PLAN.
           READ PLAN-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-SCAN
           END-READ
           .

       A390-CHECK-PLAN.
           ADD 1 TO WS-SCANNED-COUNT.
           IF FBPLN-ACTIVE
              MOVE FBPLN-PAN TO WS-LOOKUP-PAN
              PERFORM A600-LOOKUP-LOAN
              MOVE FBPLN-PLAN-TYPE TO WS-DETAIL-TEXT
              IF LOAN-NOT-ON-MASTER
                 MOVE 10 TO WS-RULE-NO
                 PERFORM A700-RECORD-DISCREPANCY
              END-IF
              IF LOAN-CLOSED
                 MOVE 11 TO WS-RULE-NO
                 PERFORM A700-RECORD-DISCREPANCY
              END-IF
           END-IF.
           PERFORM A385-READ-PLAN
           .

      *    PASS 7 - BANKRUPTCY. RELEASED RECORDS ARE HISTORY AND ARE
      *    KEPT ON PURPOSE; AN ACTIVE ONE WITH NO LOAN MEANS THE
      *    STAY IS FILED AGAINST THE WRONG PAN.
       A400-SCAN-BANKRUPTCIES.
           IF BKRP-OPEN
              MOVE 'N' TO WS-END-OF-SCAN
              MOVE LOW-VALUES TO BKRP-PAN
              START BANKRUPTCY-FILE
                 KEY IS NOT LESS THAN BKRP-PAN
                 INVALID KEY
                    MOVE 'Y' TO WS-END-OF-SCAN
              END-START
              IF NOT END-OF-SCAN
                 PERFORM A405-READ-BANKRUPTCY
              END-IF
              PERFORM A410-CHECK-BANKRUPTCY UNTIL END-OF-SCAN
           END-IF
           .

       A405-READ-BANKRUPTCY.
           READ BANKRUPTCY-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-SCAN
           END-READ
           .

       A410-CHECK-BANKRUPTCY.
           ADD 1 TO WS-SCANNED-COUNT.
           IF BKRP-ACTIVE
              MOVE BKRP-PAN TO WS-LOOKUP-PAN
              PERFORM A600-LOOKUP-LOAN
              IF LOAN-NOT-ON-MASTER
                 MOVE 12 TO WS-RULE-NO
                 MOVE BKRP-CHAPTER TO WS-DETAIL-TEXT
                 PERFORM A700-RECORD-DISCREPANCY
              END-IF
           END-IF.
           PERFORM A405-READ-BANKRUPTCY
           .

      *    PASS 8 - SERVICING WORKFLOW STATUS. ON A CLOSED LOAN THE
      *    WORKFLOW SHOULD HAVE COME BACK TO CURRENT OR ENDED IN
      *    REO; A LOSS-MITIGATION STATUS NEEDS THE CASE UNDER IT.
       A420-SCAN-SERVICING-STATUS.
           IF SVST-OPEN
              MOVE 'N' TO WS-END-OF-SCAN
              MOVE LOW-VALUES TO SVST-PAN
              START SERVICING-STATUS-FILE
                 KEY IS NOT LESS THAN SVST-PAN
                 INVALID KEY
                    MOVE 'Y' TO WS-END-OF-SCAN
              END-START
              IF NOT END-OF-SCAN
                 PERFORM A425-READ-STATUS
              END-IF
              PERFORM A430-CHECK-STATUS UNTIL END-OF-SCAN
           END-IF
           .

       A425-READ-STATUS.
           READ SERVICING-STATUS-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-SCAN
           END-READ
           .

       A430-CHECK-STATUS.
           ADD 1 TO WS-SCANNED-COUNT.
           MOVE SVST-PAN TO WS-LOOKUP-PAN.
           PERFORM A600-LOOKUP-LOAN.
           MOVE SVST-STATUS-CODE TO WS-DETAIL-TEXT.
           IF LOAN-NOT-ON-MASTER
              MOVE 13 TO WS-RULE-NO
              PERFORM A700-RECORD-DISCREPANCY
           END-IF.
           IF LOAN-CLOSED
              AND NOT SVST-CURRENT
              AND NOT SVST-REO
              MOVE 14 TO WS-RULE-NO
              PERFORM A700-RECORD-DISCREPANCY
           END-IF.
           IF SVST-LOSS-MITIGATION
              AND LMCSE-OPEN
              MOVE SVST-PAN TO LMCSE-PAN
              READ CASE-FILE
                 INVALID KEY
                    MOVE 15 TO WS-RULE-NO
                    PERFORM A700-RECORD-DISCREPANCY
              END-READ
           END-IF.
           PERFORM A425-READ-STATUS
           .

      *    PASS 9 - LOSS-MITIGATION CASES. A PENDING CASE RUNS THE
      *    REGULATORY DECISION CLOCK ON EPSLMDUE; ONE ON A MISSING
      *    OR CLOSED LOAN CAN NEVER BE DECIDED.
       A440-SCAN-LM-CASES.
           IF LMCSE-OPEN
              MOVE 'N' TO WS-END-OF-SCAN
              MOVE LOW-VALUES TO LMCSE-PAN
              START CASE-FILE
                 KEY IS NOT LESS THAN LMCSE-PAN
                 INVALID KEY
                    MOVE 'Y' TO WS-END-OF-SCAN
              END-START
              IF NOT END-OF-SCAN
                 PERFORM A445-READ-CASE
              END-IF
              PERFORM A450-CHECK-CASE UNTIL END-OF-SCAN
           END-IF
           .

       A445-READ-CASE.
           READ CASE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-SCAN
           END-READ
           .

       A450-CHECK-CASE.
           ADD 1 TO WS-SCANNED-COUNT.
           IF LMCSE-PENDING
              MOVE LMCSE-PAN TO WS-LOOKUP-PAN
              PERFORM A600-LOOKUP-LOAN
              MOVE LMCSE-REQUESTED-OPTION TO WS-DETAIL-TEXT
              IF LOAN-NOT-ON-MASTER
                 MOVE 16 TO WS-RULE-NO
                 PERFORM A700-RECORD-DISCREPANCY
              END-IF
              IF LOAN-CLOSED
                 MOVE 17 TO WS-RULE-NO
                 PERFORM A700-RECORD-DISCREPANCY
              END-IF
           END-IF.
           PERFORM A445-READ-CASE
           .

      *    KEYED LOOKUP OF THE SATELLITE RECORD'S PAN ON THE MASTER.
       A600-LOOKUP-LOAN.
           MOVE WS-LOOKUP-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 MOVE 'N'    TO WS-LOAN-STATE
                 MOVE SPACES TO WS-LOAN-STATUS
              NOT INVALID KEY
                 MOVE SRV-STATUS-IND TO WS-LOAN-STATUS
                 IF SRV-LOAN-ACTIVE OR SRV-LOAN-CONSTRUCTION
                    MOVE 'L' TO WS-LOAN-STATE
                 ELSE
                    MOVE 'C' TO WS-LOAN-STATE
                 END-IF
           END-READ
           .

      *    ONE DISCREPANCY - COUNTED BY RULE AND SEVERITY, WRITTEN
      *    TO THE OPS WORK FILE AND LISTED ON THE REPORT.
       A700-RECORD-DISCREPANCY.
           MOVE WS-RULE-NO TO WS-RULE-IDX.
           ADD 1 TO WS-RULE-HITS(WS-RULE-IDX).
           ADD 1 TO WS-DISCREPANCY-COUNT.
           MOVE SPACES                    TO
                INTEGRITY-DISCREPANCY-RECORD.
           MOVE WS-CURRENT-DATE-8         TO RIDSC-RUN-DATE.
           MOVE WS-LOOKUP-PAN             TO RIDSC-PAN.
           MOVE RULE-FILE-ID(WS-RULE-IDX) TO RIDSC-FILE-ID.
           MOVE WS-RULE-NO                TO RIDSC-RULE-NUMBER.
           MOVE RULE-SEVERITY(WS-RULE-IDX) TO RIDSC-SEVERITY.
           MOVE WS-LOAN-STATUS            TO RIDSC-LOAN-STATUS.
           MOVE RULE-TEXT(WS-RULE-IDX)    TO RIDSC-RULE-TEXT.
           MOVE WS-DETAIL-TEXT            TO RIDSC-DETAIL.
           WRITE INTEGRITY-DISCREPANCY-RECORD.

           MOVE SPACES            TO WS-DETAIL-LINE.
           EVALUATE TRUE
              WHEN RIDSC-HIGH
                 ADD 1 TO WS-HIGH-COUNT
              WHEN RIDSC-MEDIUM
                 ADD 1 TO WS-MEDIUM-COUNT
              WHEN OTHER
                 ADD 1 TO WS-LOW-COUNT
           END-EVALUATE.
           PERFORM A750-SEVERITY-WORD.
           MOVE RSM-SEVERITY      TO DTL-SEVERITY.
           MOVE RIDSC-PAN         TO DTL-PAN.
           MOVE RIDSC-FILE-ID     TO DTL-FILE.
           MOVE RIDSC-RULE-NUMBER TO DTL-RULE.
           MOVE RIDSC-LOAN-STATUS TO DTL-LOAN-STATUS.
           MOVE RIDSC-RULE-TEXT   TO DTL-TEXT.
           MOVE RIDSC-DETAIL      TO DTL-DETAIL.
           MOVE WS-DETAIL-LINE    TO RPT-LINE.
           WRITE RPT-LINE
           .

       A750-SEVERITY-WORD.
           EVALUATE RULE-SEVERITY(WS-RULE-IDX)
              WHEN 'H'
                 MOVE 'HIGH'   TO RSM-SEVERITY
              WHEN 'M'
                 MOVE 'MEDIUM' TO RSM-SEVERITY
              WHEN OTHER
                 MOVE 'LOW'    TO RSM-SEVERITY
           END-EVALUATE
           .

       A800-PRINT-RULE-SUMMARY.
           MOVE SPACES          TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RULE-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A810-PRINT-RULE-LINE
              VARYING WS-RULE-IDX FROM 1 BY 1
              UNTIL WS-RULE-IDX > 20
           .

       A810-PRINT-RULE-LINE.
           PERFORM A750-SEVERITY-WORD.
           MOVE RULE-NUMBER(WS-RULE-IDX)  TO RSM-RULE.
           MOVE RULE-FILE-ID(WS-RULE-IDX) TO RSM-FILE.
           MOVE RULE-TEXT(WS-RULE-IDX)    TO RSM-TEXT.
           MOVE WS-RULE-HITS(WS-RULE-IDX) TO RSM-COUNT.
           MOVE WS-RULE-LINE              TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE SPACES           TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SCANNED-COUNT TO SUM-SCANNED.
           MOVE WS-HIGH-COUNT    TO SUM-HIGH.
           MOVE WS-MEDIUM-COUNT  TO SUM-MEDIUM.
           MOVE WS-LOW-COUNT     TO SUM-LOW.
           MOVE WS-FILES-SKIPPED TO SUM-SKIPPED.
           MOVE WS-SUMMARY-LINE  TO RPT-LINE.
           WRITE RPT-LINE.

           EVALUATE TRUE
              WHEN WS-HIGH-COUNT > 0
                 MOVE 8 TO WS-RUN-RETURN-CODE
              WHEN WS-DISCREPANCY-COUNT > 0
                 OR WS-FILES-SKIPPED > 0
                 MOVE 4 TO WS-RUN-RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO WS-RUN-RETURN-CODE
           END-EVALUATE.

           CLOSE SERVICING-MASTER-FILE.
           IF BRWR-OPEN
              CLOSE BORROWER-MASTER-FILE
           END-IF.
           IF PROPF-OPEN
              CLOSE PROPERTY-MASTER-FILE
           END-IF.
           IF ACHEN-OPEN
              CLOSE AUTOPAY-ENROLLMENT-FILE
           END-IF.
           IF HZPOL-OPEN
              CLOSE HAZARD-POLICY-FILE
           END-IF.
           IF MIPOL-OPEN
              CLOSE MI-POLICY-FILE
           END-IF.
           IF PLASN-OPEN
              CLOSE POOL-ASSIGNMENT-FILE
           END-IF.
           IF FBPLN-OPEN
              CLOSE PLAN-FILE
           END-IF.
           IF BKRP-OPEN
              CLOSE BANKRUPTCY-FILE
           END-IF.
           IF SVST-OPEN
              CLOSE SERVICING-STATUS-FILE
           END-IF.
           IF LMCSE-OPEN
              CLOSE CASE-FILE
           END-IF.
           CLOSE DISCREPANCY-FILE.
           CLOSE AUDIT-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .

           MOVE 'EPSRIAUD' TO EPSRUNWR-JOB-NAME.
           MOVE WS-SCANNED-COUNT     TO EPSRUNWR-IN-COUNT.
           MOVE WS-DISCREPANCY-COUNT TO EPSRUNWR-OUT-COUNT.
           MOVE WS-HIGH-COUNT        TO EPSRUNWR-ERROR-COUNT.
           MOVE WS-RUN-RETURN-CODE   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS.
           MOVE WS-RUN-RETURN-CODE   TO RETURN-CODE
           .
