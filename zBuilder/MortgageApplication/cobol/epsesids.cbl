       ID DIVISION.
       PROGRAM-ID. EPSESIDS.
      *    INITIAL ESCROW ACCOUNT DISCLOSURE RUN.
      *
      *    EPSESCAN ANALYZES AN ESCROW ACCOUNT ONCE A YEAR, BUT A
      *    NEWLY BOARDED LOAN IS OWED ITS INITIAL ESCROW ACCOUNT
      *    STATEMENT WITHIN 45 DAYS OF CLOSING. THIS RUN FOLLOWS
      *    EPSSVBLD AND EPSSVACQ AND PICKS UP EVERY ACTIVE ESCROWED
      *    LOAN BOARDED IN THE LAST 45 DAYS THAT HAS NOT HAD ITS
      *    STATEMENT YET (NO EPSESPRJ RECORD), AND PROJECTS ITS FIRST
      *    TWELVE MONTHS FROM THE MONTH OF THE FIRST PAYMENT:
      *
      *       - THE MONTHLY ESCROW DEPOSIT EVERY MONTH.
      *       - THE ANNUAL TAX IN THE MONTH OF ITS JURISDICTION'S
      *         EPSJURCT DUE DATE - WHEN EPSTXDSB WILL PAY IT - AND
      *         THE INSURANCE PREMIUM IN THE MONTH THE EPSHZPOL
      *         POLICY RENEWS. A DATE NOT ON FILE PUTS THE
      *         DISBURSEMENT IN THE TWELFTH MONTH.
      *       - THE RUNNING BALANCE FROM THE INITIAL DEPOSIT (THE
      *         ESCROW BALANCE THE LOAN BOARDED WITH), ITS LOWEST
      *         POINT, AND THE REQUIRED CUSHION OF ONE-SIXTH OF THE
      *         YEAR'S DISBURSEMENTS.
      *
      *    THE STATEMENT GOES TO THE BORROWER AS AN 'IESC' LETTER
      *    THROUGH EPSLGEN, WHOSE PRINTED LETTERS EPSARCST FILES IN
      *    THE DOCUMENT ARCHIVE. THE TWELVE MONTH LINES (ROW01 TO
      *    ROW12) AND THE TAX AND INSURANCE MONTHS (TAXMON, INSMON)
      *    TRAVEL ON TWO 'CONT' CONTINUATION REQUESTS AHEAD OF THE
      *    LETTER'S OWN: FIRSTPMT, ESCPMT, ANNTAX, ANNINS, CUSHION,
      *    INITDEP, LOWBAL, LOWMON. THE PROJECTION IS KEPT ON
      *    EPSESPRJ FOR THE FIRST ANNUAL ANALYSIS TO COMPARE AGAINST.
      *
      *    A LOAN WHOSE LOWEST PROJECTED BALANCE FALLS BELOW THE
      *    CUSHION BOARDED SHORT; IT IS DISCLOSED AS PROJECTED AND
      *    LISTED FOR THE ESCROW DESK, AND SETS RETURN CODE 4.
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

           SELECT PROPERTY-MASTER-FILE ASSIGN TO EPSPROPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROP-PAN
                  FILE STATUS IS WS-PROPF-STATUS.

           SELECT JURISDICTION-CONTROL-FILE ASSIGN TO EPSJURCT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-JURCT-STATUS.

           SELECT HAZARD-POLICY-FILE ASSIGN TO EPSHZPOL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HZPOL-PAN
                  FILE STATUS IS WS-HZPOL-STATUS.

           SELECT PROJECTION-FILE ASSIGN TO EPSESPRJ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ESPRJ-PAN
                  FILE STATUS IS WS-ESPRJ-STATUS.

      *    LETTER REQUESTS - CONCATENATED ONTO EPSLGEN'S EPSLREQX
      *    INPUT BY THE STREAM.
           SELECT LETTER-REQUEST-FILE ASSIGN TO ESIDLRQX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LRQX-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO ESIDSRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  PROPERTY-MASTER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSPROPF.

       FD  JURISDICTION-CONTROL-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY EPSJURCT.

       FD  HAZARD-POLICY-FILE
           RECORD CONTAINS 99 CHARACTERS.
           COPY EPSHZPOL.

       FD  PROJECTION-FILE
           RECORD CONTAINS 600 CHARACTERS.
           COPY EPSESPRJ.

       FD  LETTER-REQUEST-FILE
           RECORD CONTAINS 432 CHARACTERS.
           COPY EPSLRQX.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
      *    RESPA - THE INITIAL STATEMENT IS DUE WITHIN 45 DAYS, AND
      *    THE CUSHION MAY NOT EXCEED ONE-SIXTH OF THE YEAR.
           03 STATIC-DISCLOSURE-DAYS      PIC 9(3) VALUE 45.
           03 STATIC-CUSHION-DIVISOR      PIC 9    VALUE 6.

       01 WS-FILE-STATUSES.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-PROPF-STATUS             PIC XX.
           03 WS-JURCT-STATUS             PIC XX.
           03 WS-HZPOL-STATUS             PIC XX.
           03 WS-ESPRJ-STATUS             PIC XX.
           03 WS-LRQX-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-MASTER            PIC X VALUE 'N'.
              88 END-OF-MASTER               VALUE 'Y'.
           03 WS-END-OF-CONTROL           PIC X VALUE 'N'.
              88 END-OF-CONTROL              VALUE 'Y'.
           03 WS-HZPOL-OPEN               PIC X VALUE 'N'.
              88 HZPOL-OPEN                  VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-DISCLOSED-COUNT          PIC 9(7) VALUE 0.
           03 WS-SHORT-COUNT              PIC 9(7) VALUE 0.
           03 WS-NO-DATE-COUNT            PIC 9(7) VALUE 0.
      *    HELD APART FROM THE RETURN-CODE REGISTER, WHICH THE
      *    EPSJOBTM AND EPSRUNWR CALLS OVERWRITE ON THE WAY OUT.
       01 WS-RUN-RETURN-CODE              PIC 9(4) VALUE 0.

      *    THE JURISDICTION CALENDAR - ONLY THE TAX DUE MONTH IS
      *    NEEDED HERE.
       01 WS-JURISDICTION-TABLE.
           03 WS-JUR-COUNT                PIC 9(3) COMP VALUE 0.
           03 WS-JUR-ENTRY OCCURS 50 TIMES.
              05 JUR-CODE                 PIC X(4).
              05 JUR-DUE-DATE             PIC 9(8).
       01 WS-JUR-IDX                      PIC 9(3) COMP.

       01 WS-PROJECTION-WORK.
           03 WS-JURISDICTION-CODE        PIC X(4).
           03 WS-TAX-MM                   PIC 9(2).
           03 WS-INS-MM                   PIC 9(2).
           03 WS-TAX-SLOT                 PIC 9(2) COMP.
           03 WS-INS-SLOT                 PIC 9(2) COMP.
           03 WS-MONTH-IDX                PIC 9(2) COMP.
           03 WS-ROW-IDX                  PIC 9(2) COMP.
           03 WS-DAYS-SINCE-BOARDING      PIC S9(7).
           03 WS-BALANCE                  PIC S9(9)V99.
           03 WS-LOWEST-BALANCE           PIC S9(9)V99.
           03 WS-LOWEST-SLOT              PIC 9(2) COMP.
           03 WS-CUSHION                  PIC 9(7)V99.

       01 WS-DATE-PARTS.
           03 WS-DP-YYYY                  PIC 9(4).
           03 WS-DP-MM                    PIC 9(2).
           03 WS-DP-DD                    PIC 9(2).
       01 WS-DATE-8 REDEFINES WS-DATE-PARTS
                                          PIC 9(8).
       01 WS-YYYYMM-PARTS.
           03 WS-YM-YYYY                  PIC 9(4).
           03 WS-YM-MM                    PIC 9(2).
       01 WS-YYYYMM REDEFINES WS-YYYYMM-PARTS
                                          PIC 9(6).

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-EDIT-FIELDS.
           03 WS-EDIT-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
           03 WS-EDIT-DATE                PIC 9999/99/99.
           03 WS-EDIT-MONTH               PIC 9999/99.
      *    ONE PROJECTION MONTH AS THE LETTER PRINTS IT - MONTH,
      *    DEPOSIT, DISBURSEMENT, BALANCE IN ONE 40-BYTE VARIABLE.
           03 WS-EDIT-ROW.
              05 ROW-MONTH                PIC 9999/99.
              05 FILLER                   PIC X VALUE SPACE.
              05 ROW-DEPOSIT              PIC ZZ,ZZ9.99.
              05 FILLER                   PIC X VALUE SPACE.
              05 ROW-DISBURSED            PIC ZZZ,ZZ9.99.
              05 FILLER                   PIC X VALUE SPACE.
              05 ROW-BALANCE              PIC ZZZ,ZZ9.99-.
       01 WS-ROW-NAME.
           03 FILLER                      PIC X(3) VALUE 'ROW'.
           03 ROW-NUMBER                  PIC 9(2).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSESIDS - INITIAL ESCROW DISCLOSURE REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(12) VALUE 'BOARDED'.
              05 FILLER                   PIC X(12) VALUE 'FIRST PMT'.
              05 FILLER                   PIC X(14) VALUE
                 '     MONTHLY'.
              05 FILLER                   PIC X(14) VALUE
                 ' INITIAL DEP'.
              05 FILLER                   PIC X(14) VALUE
                 '     CUSHION'.
              05 FILLER                   PIC X(14) VALUE
                 '      LOWEST'.
              05 FILLER                   PIC X(40) VALUE 'RESULT'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-BOARDED              PIC 9999/99/99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-FIRST-PAYMENT        PIC 9999/99/99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-MONTHLY              PIC ZZ,ZZZ,ZZ9.99-.
              05 DTL-INITIAL-DEPOSIT      PIC ZZ,ZZZ,ZZ9.99-.
              05 DTL-CUSHION              PIC ZZ,ZZZ,ZZ9.99-.
              05 DTL-LOWEST               PIC ZZ,ZZZ,ZZ9.99-.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(40).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'DISCLOSED:'.
              05 SUM-DISCLOSED            PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(24) VALUE
                 'BELOW CUSHION:'.
              05 SUM-SHORT                PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(24) VALUE
                 'DUE MONTH NOT ON FILE:'.
              05 SUM-NO-DATE              PIC ZZZZZZ9.

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
           PERFORM A200-SELECT-LOAN UNTIL END-OF-MASTER.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSESIDS' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN INPUT  PROPERTY-MASTER-FILE.
           OPEN INPUT  JURISDICTION-CONTROL-FILE.
           OPEN INPUT  HAZARD-POLICY-FILE.
           IF WS-HZPOL-STATUS = '00'
              MOVE 'Y' TO WS-HZPOL-OPEN
           END-IF.
           OPEN I-O    PROJECTION-FILE.
           IF WS-ESPRJ-STATUS = '05' OR '35'
              CLOSE PROJECTION-FILE
              OPEN OUTPUT PROJECTION-FILE
              CLOSE PROJECTION-FILE
              OPEN I-O PROJECTION-FILE
           END-IF.
           OPEN OUTPUT LETTER-REQUEST-FILE.
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
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A120-LOAD-CALENDAR UNTIL END-OF-CONTROL.
           CLOSE JURISDICTION-CONTROL-FILE.

           MOVE LOW-VALUES TO SRV-PAN.
           START SERVICING-MASTER-FILE KEY IS NOT LESS THAN SRV-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-MASTER
           END-START
           .

       A120-LOAD-CALENDAR.
           READ JURISDICTION-CONTROL-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-CONTROL
           END-READ.
           IF END-OF-CONTROL OR WS-JUR-COUNT >= 50
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-JUR-COUNT.
           MOVE JURCT-JURISDICTION-CODE TO JUR-CODE(WS-JUR-COUNT).
           MOVE JURCT-TAX-DUE-DATE      TO JUR-DUE-DATE(WS-JUR-COUNT)
           .

       A200-SELECT-LOAN.
           READ SERVICING-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-MASTER
           END-READ.
           IF END-OF-MASTER OR NOT SRV-LOAN-ACTIVE
              EXIT PARAGRAPH
           END-IF.
           IF SRV-ANNUAL-PROPERTY-TAX = 0
              AND SRV-ANNUAL-INSURANCE-PREMIUM = 0
              EXIT PARAGRAPH
           END-IF.
           IF SRV-BOARDING-DATE = 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAYS-SINCE-BOARDING =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8)
                 - FUNCTION INTEGER-OF-DATE(SRV-BOARDING-DATE).
           IF WS-DAYS-SINCE-BOARDING > STATIC-DISCLOSURE-DAYS
              EXIT PARAGRAPH
           END-IF.
           MOVE SRV-PAN TO ESPRJ-PAN.
           READ PROJECTION-FILE
              INVALID KEY
                 PERFORM A300-PROJECT-ACCOUNT
                 PERFORM A400-QUEUE-STATEMENT
                 PERFORM A500-SAVE-PROJECTION
                 PERFORM A600-REPORT-LOAN
           END-READ
           .

      *    MONTH 1 IS THE MONTH OF THE FIRST PAYMENT - THE MONTH
      *    AFTER BOARDING WHEN THE MASTER HAS NO NEXT DUE DATE.
       A300-PROJECT-ACCOUNT.
           MOVE SPACES TO ESCROW-PROJECTION-RECORD.
           MOVE SRV-PAN                  TO ESPRJ-PAN.
           MOVE WS-CURRENT-DATE-8        TO ESPRJ-DISCLOSURE-DATE.
           MOVE SRV-BOARDING-DATE        TO ESPRJ-BOARDING-DATE.
           MOVE SRV-ESCROW-BALANCE       TO ESPRJ-INITIAL-DEPOSIT.
           MOVE SRV-ESCROW-MONTHLY       TO ESPRJ-ESCROW-MONTHLY.
           MOVE SRV-ANNUAL-PROPERTY-TAX  TO ESPRJ-ANNUAL-TAX.
           MOVE SRV-ANNUAL-INSURANCE-PREMIUM
                                         TO ESPRJ-ANNUAL-INSURANCE.
           MOVE 0                        TO ESPRJ-COMPARED-DATE.

           IF SRV-NEXT-DUE-DATE > 0
              MOVE SRV-NEXT-DUE-DATE TO WS-DATE-8
           ELSE
              MOVE SRV-BOARDING-DATE TO WS-DATE-8
              ADD 1 TO WS-DP-MM
              IF WS-DP-MM > 12
                 MOVE 1 TO WS-DP-MM
                 ADD 1 TO WS-DP-YYYY
              END-IF
           END-IF.
           MOVE WS-DP-YYYY TO WS-YM-YYYY.
           MOVE WS-DP-MM   TO WS-YM-MM.

           PERFORM A310-FIND-DUE-MONTHS.
           MOVE 0 TO WS-TAX-SLOT.
           MOVE 0 TO WS-INS-SLOT.
           MOVE SRV-ESCROW-BALANCE TO WS-BALANCE.
           MOVE SRV-ESCROW-BALANCE TO WS-LOWEST-BALANCE.
           MOVE 0 TO WS-LOWEST-SLOT.
           PERFORM A350-PROJECT-MONTH
                   VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12.
      *    A DUE MONTH NOT ON FILE, OR NOT MET IN THE YEAR, FALLS IN
      *    THE TWELFTH MONTH.
           IF WS-TAX-SLOT = 0 AND SRV-ANNUAL-PROPERTY-TAX > 0
              OR WS-INS-SLOT = 0 AND SRV-ANNUAL-INSURANCE-PREMIUM > 0
              ADD 1 TO WS-NO-DATE-COUNT
              PERFORM A370-DISBURSE-IN-LAST-MONTH
           END-IF.
           IF WS-TAX-SLOT = 0
              MOVE 12 TO WS-TAX-SLOT
           END-IF.
           IF WS-INS-SLOT = 0
              MOVE 12 TO WS-INS-SLOT
           END-IF.

           COMPUTE WS-CUSHION ROUNDED =
                   (SRV-ANNUAL-PROPERTY-TAX
                  + SRV-ANNUAL-INSURANCE-PREMIUM)
                 / STATIC-CUSHION-DIVISOR.
           MOVE WS-CUSHION        TO ESPRJ-CUSHION.
           MOVE WS-LOWEST-BALANCE TO ESPRJ-LOWEST-BALANCE.
           IF WS-LOWEST-SLOT = 0
              MOVE ESPRJ-MONTH-YYYYMM(1) TO ESPRJ-LOWEST-MONTH
           ELSE
              MOVE ESPRJ-MONTH-YYYYMM(WS-LOWEST-SLOT)
                   TO ESPRJ-LOWEST-MONTH
           END-IF
           .

      *    THE TAX MONTH FROM THE JURISDICTION ON THE MASTER, OR THE
      *    PROPERTY MASTER'S WHEN THE MASTER CARRIES NONE; THE
      *    INSURANCE MONTH FROM THE POLICY'S EXPIRATION.
       A310-FIND-DUE-MONTHS.
           MOVE 0 TO WS-TAX-MM.
           MOVE 0 TO WS-INS-MM.
           MOVE SRV-JURISDICTION-CODE TO WS-JURISDICTION-CODE.
           IF WS-JURISDICTION-CODE = SPACES
              MOVE SRV-PAN TO PROP-PAN
              READ PROPERTY-MASTER-FILE
                 NOT INVALID KEY
                    MOVE PROP-JURISDICTION-CODE
                         TO WS-JURISDICTION-CODE
              END-READ
           END-IF.
           IF WS-JURISDICTION-CODE NOT = SPACES
              PERFORM A315-MATCH-JURISDICTION
                      VARYING WS-JUR-IDX FROM 1 BY 1
                      UNTIL WS-JUR-IDX > WS-JUR-COUNT
           END-IF.
           IF HZPOL-OPEN
              MOVE SRV-PAN TO HZPOL-PAN
              READ HAZARD-POLICY-FILE
                 NOT INVALID KEY
                    IF HZPOL-EXPIRATION-DATE > 0
                       MOVE HZPOL-EXPIRATION-DATE(5:2) TO WS-INS-MM
                    END-IF
              END-READ
           END-IF
           .

       A315-MATCH-JURISDICTION.
           IF JUR-CODE(WS-JUR-IDX) = WS-JURISDICTION-CODE
              AND JUR-DUE-DATE(WS-JUR-IDX) > 0
              MOVE JUR-DUE-DATE(WS-JUR-IDX)(5:2) TO WS-TAX-MM
           END-IF
           .

       A350-PROJECT-MONTH.
           MOVE WS-YYYYMM          TO ESPRJ-MONTH-YYYYMM(WS-MONTH-IDX).
           MOVE SRV-ESCROW-MONTHLY TO ESPRJ-MONTH-DEPOSIT(WS-MONTH-IDX).
           MOVE 0 TO ESPRJ-MONTH-TAX(WS-MONTH-IDX).
           MOVE 0 TO ESPRJ-MONTH-INSURANCE(WS-MONTH-IDX).
           IF WS-YM-MM = WS-TAX-MM
              MOVE SRV-ANNUAL-PROPERTY-TAX
                   TO ESPRJ-MONTH-TAX(WS-MONTH-IDX)
              MOVE WS-MONTH-IDX TO WS-TAX-SLOT
           END-IF.
           IF WS-YM-MM = WS-INS-MM
              MOVE SRV-ANNUAL-INSURANCE-PREMIUM
                   TO ESPRJ-MONTH-INSURANCE(WS-MONTH-IDX)
              MOVE WS-MONTH-IDX TO WS-INS-SLOT
           END-IF.
           COMPUTE WS-BALANCE = WS-BALANCE
                 + ESPRJ-MONTH-DEPOSIT(WS-MONTH-IDX)
                 - ESPRJ-MONTH-TAX(WS-MONTH-IDX)
                 - ESPRJ-MONTH-INSURANCE(WS-MONTH-IDX).
           MOVE WS-BALANCE TO ESPRJ-MONTH-BALANCE(WS-MONTH-IDX).
           IF WS-BALANCE < WS-LOWEST-BALANCE
              MOVE WS-BALANCE   TO WS-LOWEST-BALANCE
              MOVE WS-MONTH-IDX TO WS-LOWEST-SLOT
           END-IF.
           ADD 1 TO WS-YM-MM.
           IF WS-YM-MM > 12
              MOVE 1 TO WS-YM-MM
              ADD 1 TO WS-YM-YYYY
           END-IF
           .

      *    THE TWELFTH MONTH TAKES WHATEVER HAD NO MONTH OF ITS OWN,
      *    AND ITS BALANCE (THE YEAR'S LAST) IS FIGURED AGAIN.
       A370-DISBURSE-IN-LAST-MONTH.
           IF WS-TAX-SLOT = 0
              MOVE SRV-ANNUAL-PROPERTY-TAX TO ESPRJ-MONTH-TAX(12)
              MOVE 12 TO WS-TAX-SLOT
           END-IF.
           IF WS-INS-SLOT = 0
              MOVE SRV-ANNUAL-INSURANCE-PREMIUM
                   TO ESPRJ-MONTH-INSURANCE(12)
              MOVE 12 TO WS-INS-SLOT
           END-IF.
           COMPUTE WS-BALANCE = ESPRJ-MONTH-BALANCE(11)
                 + ESPRJ-MONTH-DEPOSIT(12)
                 - ESPRJ-MONTH-TAX(12)
                 - ESPRJ-MONTH-INSURANCE(12).
           MOVE WS-BALANCE TO ESPRJ-MONTH-BALANCE(12).
           IF WS-BALANCE < WS-LOWEST-BALANCE
              MOVE WS-BALANCE TO WS-LOWEST-BALANCE
              MOVE 12         TO WS-LOWEST-SLOT
           END-IF
           .

      *    THE TWO CONTINUATIONS GO FIRST - EPSLGEN HOLDS THEIR
      *    PAIRS FOR THE LETTER REQUEST THAT FOLLOWS THEM.
       A400-QUEUE-STATEMENT.
           MOVE SPACES TO LETTER-REQUEST-RECORD.
           MOVE 'CONT'  TO LRQX-LETTER-TYPE.
           MOVE SRV-PAN TO LRQX-PAN.
           PERFORM A410-ADD-ROW
                   VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > 8.
           WRITE LETTER-REQUEST-RECORD.

           MOVE SPACES TO LETTER-REQUEST-RECORD.
           MOVE 'CONT'  TO LRQX-LETTER-TYPE.
           MOVE SRV-PAN TO LRQX-PAN.
           PERFORM A410-ADD-ROW
                   VARYING WS-ROW-IDX FROM 9 BY 1
                   UNTIL WS-ROW-IDX > 12.
           MOVE 'TAXMON'  TO LRQX-VAR-NAME(5).
           MOVE ESPRJ-MONTH-YYYYMM(WS-TAX-SLOT) TO WS-YYYYMM.
           MOVE WS-YYYYMM TO WS-EDIT-MONTH.
           MOVE WS-EDIT-MONTH TO LRQX-VAR-VALUE(5).
           MOVE 'INSMON'  TO LRQX-VAR-NAME(6).
           MOVE ESPRJ-MONTH-YYYYMM(WS-INS-SLOT) TO WS-YYYYMM.
           MOVE WS-YYYYMM TO WS-EDIT-MONTH.
           MOVE WS-EDIT-MONTH TO LRQX-VAR-VALUE(6).
           WRITE LETTER-REQUEST-RECORD.

           MOVE SPACES TO LETTER-REQUEST-RECORD.
           MOVE 'IESC'  TO LRQX-LETTER-TYPE.
           MOVE SRV-PAN TO LRQX-PAN.
           MOVE 'FIRSTPMT' TO LRQX-VAR-NAME(1).
           MOVE ESPRJ-MONTH-YYYYMM(1) TO WS-YYYYMM.
           MOVE WS-YM-YYYY TO WS-DP-YYYY.
           MOVE WS-YM-MM   TO WS-DP-MM.
           MOVE 01         TO WS-DP-DD.
           MOVE WS-DATE-8  TO WS-EDIT-DATE.
           MOVE WS-EDIT-DATE TO LRQX-VAR-VALUE(1).
           MOVE 'ESCPMT'   TO LRQX-VAR-NAME(2).
           MOVE SRV-ESCROW-MONTHLY TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO LRQX-VAR-VALUE(2).
           MOVE 'ANNTAX'   TO LRQX-VAR-NAME(3).
           MOVE SRV-ANNUAL-PROPERTY-TAX TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO LRQX-VAR-VALUE(3).
           MOVE 'ANNINS'   TO LRQX-VAR-NAME(4).
           MOVE SRV-ANNUAL-INSURANCE-PREMIUM TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO LRQX-VAR-VALUE(4).
           MOVE 'CUSHION'  TO LRQX-VAR-NAME(5).
           MOVE WS-CUSHION TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO LRQX-VAR-VALUE(5).
           MOVE 'INITDEP'  TO LRQX-VAR-NAME(6).
           MOVE SRV-ESCROW-BALANCE TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO LRQX-VAR-VALUE(6).
           MOVE 'LOWBAL'   TO LRQX-VAR-NAME(7).
           MOVE WS-LOWEST-BALANCE TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO LRQX-VAR-VALUE(7).
           MOVE 'LOWMON'   TO LRQX-VAR-NAME(8).
           MOVE ESPRJ-LOWEST-MONTH TO WS-YYYYMM.
           MOVE WS-YYYYMM TO WS-EDIT-MONTH.
           MOVE WS-EDIT-MONTH TO LRQX-VAR-VALUE(8).
           WRITE LETTER-REQUEST-RECORD
           .

      *    ROWS 1-8 FILL THE FIRST CONTINUATION, 9-12 THE FIRST FOUR
      *    PAIRS OF THE SECOND.
       A410-ADD-ROW.
           MOVE ESPRJ-MONTH-YYYYMM(WS-ROW-IDX) TO WS-YYYYMM.
           MOVE WS-YYYYMM TO ROW-MONTH.
           MOVE ESPRJ-MONTH-DEPOSIT(WS-ROW-IDX) TO ROW-DEPOSIT.
           COMPUTE ROW-DISBURSED = ESPRJ-MONTH-TAX(WS-ROW-IDX)
                                 + ESPRJ-MONTH-INSURANCE(WS-ROW-IDX).
           MOVE ESPRJ-MONTH-BALANCE(WS-ROW-IDX) TO ROW-BALANCE.
           MOVE WS-ROW-IDX TO ROW-NUMBER.
           IF WS-ROW-IDX > 8
              MOVE WS-ROW-NAME TO LRQX-VAR-NAME(WS-ROW-IDX - 8)
              MOVE WS-EDIT-ROW TO LRQX-VAR-VALUE(WS-ROW-IDX - 8)
           ELSE
              MOVE WS-ROW-NAME TO LRQX-VAR-NAME(WS-ROW-IDX)
              MOVE WS-EDIT-ROW TO LRQX-VAR-VALUE(WS-ROW-IDX)
           END-IF
           .

       A500-SAVE-PROJECTION.
           WRITE ESCROW-PROJECTION-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.
           ADD 1 TO WS-DISCLOSED-COUNT
           .

       A600-REPORT-LOAN.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SRV-PAN            TO DTL-PAN.
           MOVE SRV-BOARDING-DATE  TO DTL-BOARDED.
           MOVE ESPRJ-MONTH-YYYYMM(1) TO WS-YYYYMM.
           MOVE WS-YM-YYYY TO WS-DP-YYYY.
           MOVE WS-YM-MM   TO WS-DP-MM.
           MOVE 01         TO WS-DP-DD.
           MOVE WS-DATE-8          TO DTL-FIRST-PAYMENT.
           MOVE SRV-ESCROW-MONTHLY TO DTL-MONTHLY.
           MOVE SRV-ESCROW-BALANCE TO DTL-INITIAL-DEPOSIT.
           MOVE WS-CUSHION         TO DTL-CUSHION.
           MOVE WS-LOWEST-BALANCE  TO DTL-LOWEST.
           IF WS-LOWEST-BALANCE < WS-CUSHION
              ADD 1 TO WS-SHORT-COUNT
              MOVE 'DISCLOSED - LOWEST BALANCE BELOW CUSHION'
                   TO DTL-RESULT
           ELSE
              MOVE 'DISCLOSED' TO DTL-RESULT
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-DISCLOSED-COUNT TO SUM-DISCLOSED.
           MOVE WS-SHORT-COUNT     TO SUM-SHORT.
           MOVE WS-NO-DATE-COUNT   TO SUM-NO-DATE.
           MOVE WS-SUMMARY-LINE    TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-SHORT-COUNT > 0
              MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF.

           CLOSE SERVICING-MASTER-FILE.
           CLOSE PROPERTY-MASTER-FILE.
           IF HZPOL-OPEN
              CLOSE HAZARD-POLICY-FILE
           END-IF.
           CLOSE PROJECTION-FILE.
           CLOSE LETTER-REQUEST-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSESIDS'           TO EPSRUNWR-JOB-NAME.
           MOVE WS-DISCLOSED-COUNT   TO EPSRUNWR-IN-COUNT.
           MOVE WS-DISCLOSED-COUNT   TO EPSRUNWR-OUT-COUNT.
           MOVE WS-SHORT-COUNT       TO EPSRUNWR-ERROR-COUNT.
           MOVE WS-RUN-RETURN-CODE   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS.
           MOVE WS-RUN-RETURN-CODE   TO RETURN-CODE
           .
