       ID DIVISION.
       PROGRAM-ID. EPSBKPOC.
      *    BANKRUPTCY PROOF-OF-CLAIM AND RULE 3002.1 NOTICE RUN.
      *
      *    EPSBKRPF SUPPRESSES CONTACT THE DAY A FILING IS FLAGGED,
      *    BUT THE CLAIM AND THE CHAPTER 13 NOTICES STILL HAVE TO BE
      *    FILED BY THE BORROWER'S BANKRUPTCY COUNSEL. THIS RUN
      *    PRODUCES EACH DOCUMENT FOR COUNSEL ON BKPOCDOC, ONCE:
      *
      *       - OFFICIAL FORM 410A PROOF-OF-CLAIM ATTACHMENT FOR
      *         EVERY NEW FILING - THE TOTAL DEBT AND THE ARREARAGE
      *         AS OF THE PETITION FROM EPSSRVCF AND THE EPSCADVF
      *         ADVANCES, THE MONTHLY PAYMENT, AND THE LOAN PAYMENT
      *         HISTORY FROM EPSPYHST (THE TWO YEARS BEFORE THE
      *         PETITION, THEN EACH INSTALLMENT STILL UNPAID).
      *       - RULE 3002.1(B) NOTICE OF MORTGAGE PAYMENT CHANGE FOR
      *         EVERY EPSESCAN ESCROW CHANGE OR EPSARMRS RATE RESET
      *         (EPSPYCHG) ON A CHAPTER 13 LOAN AFTER THE PETITION.
      *         IT MUST BE FILED 21 DAYS BEFORE THE NEW PAYMENT IS
      *         DUE.
      *       - RULE 3002.1(C) NOTICE OF POSTPETITION FEES, EXPENSES
      *         AND CHARGES FOR THE CORPORATE ADVANCES (EPSCADVH)
      *         POSTED TO A CHAPTER 13 LOAN AFTER THE PETITION AND
      *         NOT YET NOTICED. IT MUST BE FILED WITHIN 180 DAYS OF
      *         THE CHARGE. ESCROW-CARRIED ADVANCES ARE LEFT TO THE
      *         PAYMENT CHANGE THE ESCROW ANALYSIS PRODUCES.
      *
      *    EVERY DOCUMENT IS LOGGED ON EPSBKNTL WITH ITS FILING
      *    DEADLINE, WHICH IS WHAT STOPS A RERUN PRODUCING IT AGAIN,
      *    AND THE TRACKING REPORT LISTS WHAT WAS PRODUCED TONIGHT
      *    AND EVERYTHING ON THE LOG FOR THE OPEN CASES. A DOCUMENT
      *    ALREADY PAST ITS DEADLINE IS STILL PRODUCED, FLAGGED FOR
      *    COUNSEL, AND SETS RETURN CODE 4.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKRUPTCY-FILE ASSIGN TO EPSBKRPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BKRP-PAN
                  FILE STATUS IS WS-BKRP-STATUS.

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

           SELECT CORP-ADVANCE-FILE ASSIGN TO EPSCADVF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CADV-KEY
                  FILE STATUS IS WS-CADVF-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO EPSPYHST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PYHST-STATUS.

           SELECT ADVANCE-HISTORY-FILE ASSIGN TO EPSCADVH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CADVH-STATUS.

           SELECT PAYMENT-CHANGE-FILE ASSIGN TO EPSPYCHG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PYCHG-STATUS.

           SELECT NOTICE-LOG-FILE ASSIGN TO EPSBKNTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BKNL-KEY
                  FILE STATUS IS WS-BKNL-STATUS.

           SELECT DOCUMENT-FILE ASSIGN TO BKPOCDOC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-DOC-STATUS.

           SELECT TRACKING-REPORT ASSIGN TO BKPOCRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANKRUPTCY-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY EPSBKRPF.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  BORROWER-MASTER-FILE
           RECORD CONTAINS 166 CHARACTERS.
           COPY EPSBRWRF.

       FD  CORP-ADVANCE-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSCADVF.

       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY EPSPYHST.

       FD  ADVANCE-HISTORY-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY EPSCADVH.

       FD  PAYMENT-CHANGE-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY EPSPYCHG.

       FD  NOTICE-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSBKNTL.

       FD  DOCUMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DOC-LINE                       PIC X(80).

       FD  TRACKING-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
      *    RULE 3002(C) - A CHAPTER 13 CLAIM IS DUE 70 DAYS AFTER THE
      *    PETITION. RULE 3002.1(B) AND (C) NOTICE PERIODS.
           03 STATIC-CLAIM-DAYS           PIC 9(3) VALUE 70.
           03 STATIC-CHANGE-DAYS          PIC 9(3) VALUE 21.
           03 STATIC-FEE-DAYS             PIC 9(3) VALUE 180.
      *    EVERY EPSCADVF ADVANCE TYPE, FOR THE PREPETITION FEES.
           03 STATIC-CADV-TYPES           PIC X(5) VALUE 'IFAPT'.

       01 WS-FILE-STATUSES.
           03 WS-BKRP-STATUS              PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-BRWR-STATUS              PIC XX.
           03 WS-CADVF-STATUS             PIC XX.
           03 WS-PYHST-STATUS             PIC XX.
           03 WS-CADVH-STATUS             PIC XX.
           03 WS-PYCHG-STATUS             PIC XX.
           03 WS-BKNL-STATUS              PIC XX.
           03 WS-DOC-STATUS               PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-BKRP              PIC X VALUE 'N'.
              88 END-OF-BKRP                 VALUE 'Y'.
           03 WS-END-OF-PYHST             PIC X VALUE 'N'.
              88 END-OF-PYHST                VALUE 'Y'.
           03 WS-END-OF-CADVH             PIC X VALUE 'N'.
              88 END-OF-CADVH                VALUE 'Y'.
           03 WS-END-OF-PYCHG             PIC X VALUE 'N'.
              88 END-OF-PYCHG                VALUE 'Y'.
           03 WS-END-OF-LOG               PIC X VALUE 'N'.
              88 END-OF-LOG                  VALUE 'Y'.
      *    THE HISTORY, ADVANCE AND CHANGE FEEDS ARE OPTIONAL - A
      *    MISSING ONE SIMPLY HAS NOTHING TO REPORT TONIGHT.
           03 WS-PYHST-OPEN               PIC X VALUE 'N'.
              88 PYHST-OPEN                  VALUE 'Y'.
           03 WS-CADVH-OPEN               PIC X VALUE 'N'.
              88 CADVH-OPEN                  VALUE 'Y'.
           03 WS-PYCHG-OPEN               PIC X VALUE 'N'.
              88 PYCHG-OPEN                  VALUE 'Y'.
           03 WS-CADVF-OPEN               PIC X VALUE 'N'.
              88 CADVF-OPEN                  VALUE 'Y'.
           03 WS-LOG-FOUND                PIC X VALUE 'N'.
              88 LOG-FOUND                   VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-FILING-COUNT             PIC 9(7) VALUE 0.
           03 WS-CLAIM-COUNT              PIC 9(7) VALUE 0.
           03 WS-CHANGE-READ-COUNT        PIC 9(7) VALUE 0.
           03 WS-CHANGE-COUNT             PIC 9(7) VALUE 0.
           03 WS-FEE-NOTICE-COUNT         PIC 9(7) VALUE 0.
           03 WS-LATE-COUNT               PIC 9(7) VALUE 0.
           03 WS-EXCEPTION-COUNT          PIC 9(7) VALUE 0.
      *    HELD APART FROM THE RETURN-CODE REGISTER, WHICH THE
      *    EPSJOBTM AND EPSRUNWR CALLS OVERWRITE ON THE WAY OUT.
       01 WS-RUN-RETURN-CODE              PIC 9(4) VALUE 0.

      *    THE ACTIVE FILINGS, LOADED ONCE FROM EPSBKRPF. A CLAIM IS
      *    NEEDED UNTIL THE LOG HOLDS ONE FOR THE PETITION; A CHAPTER
      *    13 LOAN'S FEES ARE NOTICED FROM THE DAY AFTER ITS LAST FEE
      *    NOTICE.
       01 WS-FILING-TABLE.
           03 WS-FIL-COUNT                PIC 9(5) COMP VALUE 0.
           03 WS-FIL-ENTRY OCCURS 1000 TIMES.
              05 FIL-PAN                  PIC X(10).
              05 FIL-CHAPTER              PIC X(2).
                 88 FIL-CHAPTER-13           VALUE '13'.
              05 FIL-FILING-DATE          PIC 9(8).
              05 FIL-ATTORNEY-NAME        PIC X(30).
              05 FIL-ATTORNEY-PHONE       PIC X(13).
              05 FIL-CLAIM-IND            PIC X.
                 88 FIL-CLAIM-NEEDED         VALUE 'Y'.
              05 FIL-NOTICED-THROUGH      PIC 9(8).
              05 FIL-HISTORY-FROM         PIC 9(8).
       01 WS-FIL-IDX                      PIC 9(5) COMP.
       01 WS-FIL-SLOT                     PIC 9(5) COMP.
       01 WS-SRCH-IDX                     PIC 9(5) COMP.
       01 WS-SEARCH-PAN                   PIC X(10).

      *    PREPETITION PAYMENT HISTORY FOR THE CLAIMS BEING BUILT.
      *    EPSPYHST IS APPENDED IN POSTING ORDER, SO EACH LOAN'S
      *    ENTRIES ARRIVE OLDEST FIRST.
       01 WS-HISTORY-TABLE.
           03 WS-HST-COUNT                PIC 9(5) COMP VALUE 0.
           03 WS-HST-ENTRY OCCURS 5000 TIMES.
              05 HST-FIL-SLOT             PIC 9(5) COMP.
              05 HST-POST-DATE            PIC 9(8).
              05 HST-RECEIVED             PIC S9(7)V99.
              05 HST-PRINCIPAL            PIC S9(7)V99.
              05 HST-INTEREST             PIC S9(7)V99.
              05 HST-ESCROW               PIC S9(7)V99.
              05 HST-LATE-CHARGE          PIC S9(5)V99.
              05 HST-BALANCE              PIC 9(9)V99.
       01 WS-HST-IDX                      PIC 9(5) COMP.
       01 WS-HST-SIGN                     PIC S9 VALUE +1.

      *    POSTPETITION ADVANCES NOT YET NOTICED, CHAPTER 13 ONLY.
       01 WS-FEE-TABLE.
           03 WS-FEE-COUNT                PIC 9(5) COMP VALUE 0.
           03 WS-FEE-ENTRY OCCURS 2000 TIMES.
              05 FEE-FIL-SLOT             PIC 9(5) COMP.
              05 FEE-TYPE                 PIC X.
              05 FEE-ACTIVITY             PIC X.
              05 FEE-DATE                 PIC 9(8).
              05 FEE-AMOUNT               PIC 9(7)V99.
              05 FEE-REFERENCE            PIC X(12).
       01 WS-FEE-IDX                      PIC 9(5) COMP.

       01 WS-CLAIM-WORK.
           03 WS-MONTHS-PAST-DUE          PIC S9(4) COMP.
           03 WS-MONTH-IDX                PIC S9(4) COMP.
           03 WS-TYPE-IDX                 PIC 9 COMP.
           03 WS-MONTHLY-INTEREST         PIC S9(7)V99.
           03 WS-INTEREST-DUE             PIC S9(9)V99.
           03 WS-PI-DUE                   PIC S9(9)V99.
           03 WS-FEES-DUE                 PIC S9(9)V99.
           03 WS-ESCROW-DEFICIENCY        PIC S9(9)V99.
           03 WS-ESCROW-SHORTAGE          PIC S9(9)V99.
           03 WS-FUNDS-ON-HAND            PIC S9(9)V99.
           03 WS-TOTAL-DEBT               PIC S9(9)V99.
           03 WS-ARREARAGE                PIC S9(9)V99.
           03 WS-INSTALLMENT              PIC S9(7)V99.
           03 WS-OLD-TOTAL-PAYMENT        PIC S9(7)V99.
           03 WS-NEW-TOTAL-PAYMENT        PIC S9(7)V99.
           03 WS-FEE-TOTAL                PIC S9(9)V99.
           03 WS-FEE-ADVANCE-COUNT        PIC 9(5) COMP.
           03 WS-OLDEST-FEE-DATE          PIC 9(8).
           03 WS-DEADLINE-DATE            PIC 9(8).
           03 WS-EVENT-DATE               PIC 9(8).
           03 WS-DOC-AMOUNT               PIC 9(9)V99.
           03 WS-TIMELY-IND               PIC X.
              88 WS-DOC-TIMELY               VALUE 'Y'.

       01 WS-DUE-DATE-PARTS.
           03 WS-DUE-YYYY                 PIC 9(4).
           03 WS-DUE-MM                   PIC 9(2).
           03 WS-DUE-DD                   PIC 9(2).
       01 WS-DUE-DATE-8 REDEFINES WS-DUE-DATE-PARTS
                                          PIC 9(8).
       01 WS-PETITION-DATE-PARTS.
           03 WS-PET-YYYY                 PIC 9(4).
           03 WS-PET-MM                   PIC 9(2).
           03 WS-PET-DD                   PIC 9(2).

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).
       01 WS-TODAY-INT                    PIC S9(7) COMP.

      *    THE DOCUMENTS FOR COUNSEL - 80-COLUMN PRINT, THE EPSESCAN
      *    STATEMENT SHAPE.
       01 WS-DOCUMENT-LINES.
           03 WS-DOC-BLANK-LINE           PIC X(80) VALUE SPACES.
           03 WS-DOC-COUNSEL-LINE.
              05 FILLER                   PIC X(33) VALUE
                 'PREPARED FOR BANKRUPTCY COUNSEL: '.
              05 DOC-ATTORNEY-NAME        PIC X(30).
              05 FILLER                   PIC X VALUE SPACE.
              05 DOC-ATTORNEY-PHONE       PIC X(13).
           03 WS-DOC-DEBTOR-LINE.
              05 FILLER                   PIC X(8)  VALUE 'DEBTOR: '.
              05 DOC-DEBTOR-NAME          PIC X(30).
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(13) VALUE
                 'LOAN NUMBER: '.
              05 DOC-PAN                  PIC X(10).
           03 WS-DOC-CASE-LINE.
              05 FILLER                   PIC X(9)  VALUE 'CHAPTER: '.
              05 DOC-CHAPTER              PIC X(2).
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(15) VALUE
                 'PETITION DATE: '.
              05 DOC-FILING-DATE          PIC 9999/99/99.
           03 WS-DOC-DEADLINE-LINE.
              05 DOC-DEADLINE-LABEL       PIC X(30).
              05 DOC-DEADLINE-DATE        PIC 9999/99/99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DOC-DEADLINE-STATUS      PIC X(30).
           03 WS-DOC-AMOUNT-LINE.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DOC-AMOUNT-LABEL         PIC X(44).
              05 DOC-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           03 WS-DOC-COUNT-LINE.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DOC-COUNT-LABEL          PIC X(44).
              05 DOC-COUNT                PIC ZZZ9.
           03 WS-DOC-RATE-LINE.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DOC-RATE-LABEL           PIC X(44).
              05 DOC-RATE                 PIC ZZ9.99.
           03 WS-DOC-TEXT-LINE.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DOC-TEXT-LABEL           PIC X(44).
              05 DOC-TEXT                 PIC X(20).
           03 WS-DOC-HISTORY-HEADING.
              05 FILLER                   PIC X(11) VALUE 'POSTED'.
              05 FILLER                   PIC X(12) VALUE
                 '   RECEIVED'.
              05 FILLER                   PIC X(12) VALUE
                 '  PRINCIPAL'.
              05 FILLER                   PIC X(11) VALUE
                 '  INTEREST'.
              05 FILLER                   PIC X(10) VALUE
                 ' ESCROW/MI'.
              05 FILLER                   PIC X(8)  VALUE 'LATE CHG'.
              05 FILLER                   PIC X(12) VALUE
                 '     BALANCE'.
           03 WS-DOC-HISTORY-LINE.
              05 HST-DATE-OUT             PIC 9999/99/99.
              05 FILLER                   PIC X VALUE SPACE.
              05 HST-RECEIVED-OUT         PIC ZZZ,ZZ9.99-.
              05 FILLER                   PIC X VALUE SPACE.
              05 HST-PRINCIPAL-OUT        PIC ZZZ,ZZ9.99-.
              05 FILLER                   PIC X VALUE SPACE.
              05 HST-INTEREST-OUT         PIC ZZ,ZZ9.99-.
              05 FILLER                   PIC X VALUE SPACE.
              05 HST-ESCROW-OUT           PIC Z,ZZ9.99-.
              05 FILLER                   PIC X VALUE SPACE.
              05 HST-LATE-OUT             PIC ZZ9.99-.
              05 FILLER                   PIC X VALUE SPACE.
              05 HST-BALANCE-OUT          PIC Z,ZZZ,ZZ9.99.
           03 WS-DOC-INSTALLMENT-LINE.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE
                 'INSTALLMENT DUE '.
              05 INS-DUE-DATE             PIC 9999/99/99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'UNPAID'.
              05 INS-AMOUNT               PIC ZZZ,ZZ9.99.
           03 WS-DOC-FEE-HEADING.
              05 FILLER                   PIC X(12) VALUE 'INCURRED'.
              05 FILLER                   PIC X(34) VALUE
                 'DESCRIPTION'.
              05 FILLER                   PIC X(14) VALUE 'REFERENCE'.
              05 FILLER                   PIC X(11) VALUE
                 '     AMOUNT'.
           03 WS-DOC-FEE-LINE.
              05 FEE-DATE-OUT             PIC 9999/99/99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 FEE-DESCRIPTION-OUT      PIC X(32).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 FEE-REFERENCE-OUT        PIC X(12).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 FEE-AMOUNT-OUT           PIC ZZZ,ZZ9.99-.

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSBKPOC - BANKRUPTCY CLAIM AND NOTICE TRACKING'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(26) VALUE 'DOCUMENT'.
              05 FILLER                   PIC X(4)  VALUE 'CH'.
              05 FILLER                   PIC X(12) VALUE 'PETITION'.
              05 FILLER                   PIC X(12) VALUE 'FOR'.
              05 FILLER                   PIC X(12) VALUE 'FILE BY'.
              05 FILLER                   PIC X(15) VALUE
                 '       AMOUNT'.
              05 FILLER                   PIC X(39) VALUE 'RESULT'.
           03 WS-SECTION-LINE             PIC X(132).
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-DOCUMENT             PIC X(24).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-CHAPTER              PIC X(2).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-FILING-DATE          PIC 9999/99/99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-EVENT-DATE           PIC 9999/99/99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-DEADLINE             PIC 9999/99/99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-AMOUNT               PIC ZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(39).
           03 WS-LOG-RESULT.
              05 FILLER                   PIC X(9)  VALUE 'PRODUCED '.
              05 LOG-PRODUCED-DATE        PIC 9999/99/99.
              05 FILLER                   PIC X VALUE SPACE.
              05 LOG-TIMELY               PIC X(13).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(8)  VALUE 'CLAIMS:'.
              05 SUM-CLAIMS               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(18) VALUE
                 'PAYMENT CHANGES:'.
              05 SUM-CHANGES              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'FEE NOTICES:'.
              05 SUM-FEE-NOTICES          PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE
                 'PAST DEADLINE:'.
              05 SUM-LATE                 PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(15) VALUE
                 'NOT PRODUCED:'.
              05 SUM-EXCEPTIONS           PIC ZZZZZZ9.

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
           PERFORM A200-LOAD-FILING UNTIL END-OF-BKRP.
           PERFORM A300-LOAD-HISTORY UNTIL END-OF-PYHST.
           PERFORM A400-PRODUCE-CLAIM
                   VARYING WS-FIL-IDX FROM 1 BY 1
                   UNTIL WS-FIL-IDX > WS-FIL-COUNT.
           PERFORM A500-NOTICE-PAYMENT-CHANGE UNTIL END-OF-PYCHG.
           PERFORM A600-LOAD-FEE UNTIL END-OF-CADVH.
           PERFORM A650-PRODUCE-FEE-NOTICE
                   VARYING WS-FIL-IDX FROM 1 BY 1
                   UNTIL WS-FIL-IDX > WS-FIL-COUNT.
           PERFORM A800-PRINT-LOG.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSBKPOC' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  BANKRUPTCY-FILE.
           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN INPUT  BORROWER-MASTER-FILE.
           OPEN INPUT  CORP-ADVANCE-FILE.
           IF WS-CADVF-STATUS = '00'
              MOVE 'Y' TO WS-CADVF-OPEN
           END-IF.
           OPEN INPUT  PAYMENT-HISTORY-FILE.
           IF WS-PYHST-STATUS = '00'
              MOVE 'Y' TO WS-PYHST-OPEN
           ELSE
              MOVE 'Y' TO WS-END-OF-PYHST
           END-IF.
           OPEN INPUT  ADVANCE-HISTORY-FILE.
           IF WS-CADVH-STATUS = '00'
              MOVE 'Y' TO WS-CADVH-OPEN
           ELSE
              MOVE 'Y' TO WS-END-OF-CADVH
           END-IF.
           OPEN INPUT  PAYMENT-CHANGE-FILE.
           IF WS-PYCHG-STATUS = '00'
              MOVE 'Y' TO WS-PYCHG-OPEN
           ELSE
              MOVE 'Y' TO WS-END-OF-PYCHG
           END-IF.
           OPEN I-O    NOTICE-LOG-FILE.
           IF WS-BKNL-STATUS = '05' OR '35'
              CLOSE NOTICE-LOG-FILE
              OPEN OUTPUT NOTICE-LOG-FILE
              CLOSE NOTICE-LOG-FILE
              OPEN I-O NOTICE-LOG-FILE
           END-IF.
           OPEN OUTPUT DOCUMENT-FILE.
           OPEN OUTPUT TRACKING-REPORT.

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
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE LOW-VALUES TO BKRP-PAN.
           START BANKRUPTCY-FILE KEY IS NOT LESS THAN BKRP-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-BKRP
           END-START
           .

       A200-LOAD-FILING.
           READ BANKRUPTCY-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-BKRP
           END-READ.
           IF END-OF-BKRP OR NOT BKRP-ACTIVE
              EXIT PARAGRAPH
           END-IF.
           IF WS-FIL-COUNT >= 1000
              DISPLAY 'EPSBKPOC - FILING TABLE FULL AT 1000 - '
                      'CLAIMS AND NOTICES WOULD BE MISSED, RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-FIL-COUNT.
           ADD 1 TO WS-FILING-COUNT.
           MOVE BKRP-PAN            TO FIL-PAN(WS-FIL-COUNT).
           MOVE BKRP-CHAPTER        TO FIL-CHAPTER(WS-FIL-COUNT).
           MOVE BKRP-FILING-DATE    TO FIL-FILING-DATE(WS-FIL-COUNT).
           MOVE BKRP-ATTORNEY-NAME  TO FIL-ATTORNEY-NAME(WS-FIL-COUNT).
           MOVE BKRP-ATTORNEY-PHONE
                TO FIL-ATTORNEY-PHONE(WS-FIL-COUNT).
           MOVE 0 TO FIL-NOTICED-THROUGH(WS-FIL-COUNT).
      *    TWO YEARS OF HISTORY BEFORE THE PETITION.
           COMPUTE FIL-HISTORY-FROM(WS-FIL-COUNT) =
                   BKRP-FILING-DATE - 20000.

           MOVE SPACES              TO BKNL-KEY.
           MOVE BKRP-PAN            TO BKNL-PAN.
           MOVE 'P'                 TO BKNL-TYPE.
           MOVE BKRP-FILING-DATE    TO BKNL-EVENT-DATE.
           READ NOTICE-LOG-FILE
              INVALID KEY
                 MOVE 'Y' TO FIL-CLAIM-IND(WS-FIL-COUNT)
              NOT INVALID KEY
                 MOVE 'N' TO FIL-CLAIM-IND(WS-FIL-COUNT)
           END-READ.
           IF FIL-CHAPTER-13(WS-FIL-COUNT)
              PERFORM A230-FIND-LAST-FEE-NOTICE
           END-IF
           .

      *    THE LOG IS IN KEY ORDER, SO THE LAST 'F' ENTRY FOR THE PAN
      *    IS THE LATEST FEE NOTICE.
       A230-FIND-LAST-FEE-NOTICE.
           MOVE 'N'                 TO WS-END-OF-LOG.
           MOVE SPACES              TO BKNL-KEY.
           MOVE BKRP-PAN            TO BKNL-PAN.
           MOVE 'F'                 TO BKNL-TYPE.
           MOVE 0                   TO BKNL-EVENT-DATE.
           START NOTICE-LOG-FILE KEY IS NOT LESS THAN BKNL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-LOG
           END-START.
           PERFORM A235-READ-FEE-NOTICE UNTIL END-OF-LOG
           .

       A235-READ-FEE-NOTICE.
           READ NOTICE-LOG-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-LOG
           END-READ.
           IF END-OF-LOG
              EXIT PARAGRAPH
           END-IF.
           IF BKNL-PAN NOT = BKRP-PAN OR NOT BKNL-FEE-NOTICE
              MOVE 'Y' TO WS-END-OF-LOG
              EXIT PARAGRAPH
           END-IF.
           MOVE BKNL-EVENT-DATE TO FIL-NOTICED-THROUGH(WS-FIL-COUNT)
           .

       A300-LOAD-HISTORY.
           READ PAYMENT-HISTORY-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-PYHST
           END-READ.
           IF END-OF-PYHST OR PYHST-SOURCE-HELOC-DRAW
              EXIT PARAGRAPH
           END-IF.
           MOVE PYHST-PAN TO WS-SEARCH-PAN.
           PERFORM A350-FIND-FILING.
           IF WS-FIL-SLOT = 0
              EXIT PARAGRAPH
           END-IF.
           IF NOT FIL-CLAIM-NEEDED(WS-FIL-SLOT)
              OR PYHST-POST-DATE > FIL-FILING-DATE(WS-FIL-SLOT)
              OR PYHST-POST-DATE < FIL-HISTORY-FROM(WS-FIL-SLOT)
              EXIT PARAGRAPH
           END-IF.
           IF WS-HST-COUNT >= 5000
              DISPLAY 'EPSBKPOC - HISTORY TABLE FULL AT 5000 - '
                      'CLAIM HISTORY WOULD BE SHORT, RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *    A REVERSAL BACKS ITS ORIGINAL OUT.
           IF PYHST-SOURCE-REVERSAL
              MOVE -1 TO WS-HST-SIGN
           ELSE
              MOVE +1 TO WS-HST-SIGN
           END-IF.
           ADD 1 TO WS-HST-COUNT.
           MOVE WS-FIL-SLOT     TO HST-FIL-SLOT(WS-HST-COUNT).
           MOVE PYHST-POST-DATE TO HST-POST-DATE(WS-HST-COUNT).
           COMPUTE HST-RECEIVED(WS-HST-COUNT) =
                   PYHST-AMOUNT-RECEIVED * WS-HST-SIGN.
           COMPUTE HST-PRINCIPAL(WS-HST-COUNT) =
                   PYHST-PRINCIPAL-APPLIED * WS-HST-SIGN.
           COMPUTE HST-INTEREST(WS-HST-COUNT) =
                   PYHST-INTEREST-APPLIED * WS-HST-SIGN.
           COMPUTE HST-ESCROW(WS-HST-COUNT) =
                   (PYHST-ESCROW-APPLIED + PYHST-PMI-APPLIED)
                 * WS-HST-SIGN.
           COMPUTE HST-LATE-CHARGE(WS-HST-COUNT) =
                   PYHST-LATE-CHARGE-APPLIED * WS-HST-SIGN.
           MOVE PYHST-BALANCE-AFTER TO HST-BALANCE(WS-HST-COUNT)
           .

       A350-FIND-FILING.
           MOVE 0 TO WS-FIL-SLOT.
           PERFORM A355-MATCH-ONE-FILING
                   VARYING WS-SRCH-IDX FROM 1 BY 1
                   UNTIL WS-SRCH-IDX > WS-FIL-COUNT
                      OR WS-FIL-SLOT > 0
           .

       A355-MATCH-ONE-FILING.
           IF FIL-PAN(WS-SRCH-IDX) = WS-SEARCH-PAN
              MOVE WS-SRCH-IDX TO WS-FIL-SLOT
           END-IF
           .

      *    THE CLAIM IS FIGURED FROM THE MASTER AS IT STANDS - THE
      *    RUN FOLLOWS EPSBKMNT, SO THAT IS THE PETITION-DATE
      *    POSITION. INSTALLMENTS FALL DUE ON THE FIRST, SO EVERY
      *    INSTALLMENT FROM THE NEXT DUE DATE THROUGH THE PETITION
      *    MONTH IS PAST DUE.
       A400-PRODUCE-CLAIM.
           IF NOT FIL-CLAIM-NEEDED(WS-FIL-IDX)
              EXIT PARAGRAPH
           END-IF.
           MOVE FIL-PAN(WS-FIL-IDX) TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 PERFORM A700-CLEAR-DETAIL
                 MOVE 'PROOF OF CLAIM 410A'  TO DTL-DOCUMENT
                 MOVE FIL-FILING-DATE(WS-FIL-IDX) TO DTL-EVENT-DATE
                 MOVE 'NOT PRODUCED - LOAN NOT ON EPSSRVCF'
                      TO DTL-RESULT
                 PERFORM A790-PRINT-DETAIL
                 ADD 1 TO WS-EXCEPTION-COUNT
                 EXIT PARAGRAPH
           END-READ.

           PERFORM A410-FIGURE-CLAIM.
           PERFORM A420-PRINT-CLAIM.

           COMPUTE WS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FIL-FILING-DATE(WS-FIL-IDX))
                 + STATIC-CLAIM-DAYS).
           MOVE FIL-FILING-DATE(WS-FIL-IDX) TO WS-EVENT-DATE.
           MOVE WS-TOTAL-DEBT TO WS-DOC-AMOUNT.
           MOVE 'P'    TO BKNL-TYPE.
           MOVE SPACES TO BKNL-SOURCE.
           PERFORM A750-LOG-DOCUMENT.
           ADD 1 TO WS-CLAIM-COUNT.
           MOVE 'PROOF OF CLAIM 410A' TO DTL-DOCUMENT.
           PERFORM A760-REPORT-DOCUMENT
           .

       A410-FIGURE-CLAIM.
           MOVE 0 TO WS-MONTHS-PAST-DUE.
           IF SRV-NEXT-DUE-DATE > 0
              AND SRV-NEXT-DUE-DATE <= FIL-FILING-DATE(WS-FIL-IDX)
              MOVE SRV-NEXT-DUE-DATE TO WS-DUE-DATE-8
              MOVE FIL-FILING-DATE(WS-FIL-IDX)
                   TO WS-PETITION-DATE-PARTS
              COMPUTE WS-MONTHS-PAST-DUE =
                      (WS-PET-YYYY * 12 + WS-PET-MM)
                    - (WS-DUE-YYYY * 12 + WS-DUE-MM) + 1
           END-IF.
           COMPUTE WS-MONTHLY-INTEREST ROUNDED =
                   SRV-PRINCIPAL-BALANCE * SRV-CURRENT-RATE / 1200.
           COMPUTE WS-INTEREST-DUE =
                   WS-MONTHLY-INTEREST * WS-MONTHS-PAST-DUE.
           COMPUTE WS-PI-DUE = SRV-PI-PAYMENT * WS-MONTHS-PAST-DUE.

           MOVE SRV-LATE-CHARGE-DUE TO WS-FEES-DUE.
           IF CADVF-OPEN
              PERFORM A415-ADD-ADVANCE-BALANCE
                      VARYING WS-TYPE-IDX FROM 1 BY 1
                      UNTIL WS-TYPE-IDX > 5
           END-IF.

           MOVE 0 TO WS-ESCROW-DEFICIENCY.
           IF SRV-ESCROW-BALANCE < 0
              COMPUTE WS-ESCROW-DEFICIENCY = 0 - SRV-ESCROW-BALANCE
           END-IF.
      *    THE EPSESCAN PROJECTION, LESS THE DEFICIENCY ALREADY
      *    CLAIMED ABOVE.
           COMPUTE WS-ESCROW-SHORTAGE =
                   SRV-ANNUAL-PROPERTY-TAX
                 + SRV-ANNUAL-INSURANCE-PREMIUM
                 - (SRV-ESCROW-MONTHLY * 12).
           IF SRV-ESCROW-BALANCE > 0
              SUBTRACT SRV-ESCROW-BALANCE FROM WS-ESCROW-SHORTAGE
           END-IF.
           IF WS-ESCROW-SHORTAGE < 0
              MOVE 0 TO WS-ESCROW-SHORTAGE
           END-IF.
           MOVE SRV-SUSPENSE-BALANCE TO WS-FUNDS-ON-HAND.

           COMPUTE WS-TOTAL-DEBT =
                   SRV-PRINCIPAL-BALANCE + WS-INTEREST-DUE
                 + WS-FEES-DUE + WS-ESCROW-DEFICIENCY
                 - WS-FUNDS-ON-HAND.
           COMPUTE WS-ARREARAGE =
                   WS-PI-DUE + WS-FEES-DUE + WS-ESCROW-DEFICIENCY
                 + WS-ESCROW-SHORTAGE - WS-FUNDS-ON-HAND.
           COMPUTE WS-INSTALLMENT =
                   SRV-PI-PAYMENT + SRV-ESCROW-MONTHLY
                 + SRV-PMI-MONTHLY
           .

      *    ESCROW-CARRIED ADVANCES ARE ALREADY IN THE ESCROW BALANCE.
       A415-ADD-ADVANCE-BALANCE.
           MOVE SRV-PAN TO CADV-PAN.
           MOVE STATIC-CADV-TYPES(WS-TYPE-IDX:1) TO CADV-TYPE.
           READ CORP-ADVANCE-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF CADV-OPEN AND NOT CADV-ESCROW-CARRIED
              ADD CADV-BALANCE TO WS-FEES-DUE
           END-IF
           .

       A420-PRINT-CLAIM.
           MOVE
              'MORTGAGE PROOF OF CLAIM ATTACHMENT - OFFICIAL FORM 410A'
                TO DOC-LINE.
           PERFORM A710-PRINT-DOC-HEADER.

           MOVE 'PART 2 - TOTAL DEBT CALCULATION' TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE 'PRINCIPAL BALANCE'     TO DOC-AMOUNT-LABEL.
           MOVE SRV-PRINCIPAL-BALANCE   TO DOC-AMOUNT.
           PERFORM A720-PRINT-AMOUNT.
           MOVE 'INTEREST DUE'          TO DOC-AMOUNT-LABEL.
           MOVE WS-INTEREST-DUE         TO DOC-AMOUNT.
           PERFORM A720-PRINT-AMOUNT.
           MOVE 'FEES, COSTS DUE'       TO DOC-AMOUNT-LABEL.
           MOVE WS-FEES-DUE             TO DOC-AMOUNT.
           PERFORM A720-PRINT-AMOUNT.
           MOVE 'ESCROW DEFICIENCY FOR FUNDS ADVANCED'
                TO DOC-AMOUNT-LABEL.
           MOVE WS-ESCROW-DEFICIENCY    TO DOC-AMOUNT.
           PERFORM A720-PRINT-AMOUNT.
           MOVE 'LESS TOTAL FUNDS ON HAND' TO DOC-AMOUNT-LABEL.
           COMPUTE DOC-AMOUNT = 0 - WS-FUNDS-ON-HAND.
           PERFORM A720-PRINT-AMOUNT.
           MOVE 'TOTAL DEBT'            TO DOC-AMOUNT-LABEL.
           MOVE WS-TOTAL-DEBT           TO DOC-AMOUNT.
           PERFORM A720-PRINT-AMOUNT.
           MOVE WS-DOC-BLANK-LINE TO DOC-LINE.
           WRITE DOC-LINE.

           MOVE 'PART 3 - ARREARAGE AS OF DATE OF THE PETITION'
                TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE 'INSTALLMENTS PAST DUE'  TO DOC-COUNT-LABEL.
           MOVE WS-MONTHS-PAST-DUE       TO DOC-COUNT.
           MOVE WS-DOC-COUNT-LINE TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE 'PRINCIPAL AND INTEREST DUE' TO DOC-AMOUNT-LABEL.
           MOVE WS-PI-DUE                TO DOC-AMOUNT.
           PERFORM A720-PRINT-AMOUNT.
           MOVE 'PREPETITION FEES DUE'   TO DOC-AMOUNT-LABEL.
           MOVE WS-FEES-DUE              TO DOC-AMOUNT.
           PERFORM A720-PRINT-AMOUNT.
           MOVE 'ESCROW DEFICIENCY FOR FUNDS ADVANCED'
                TO DOC-AMOUNT-LABEL.
           MOVE WS-ESCROW-DEFICIENCY     TO DOC-AMOUNT.
           PERFORM A720-PRINT-AMOUNT.
           MOVE 'PROJECTED ESCROW SHORTAGE' TO DOC-AMOUNT-LABEL.
           MOVE WS-ESCROW-SHORTAGE       TO DOC-AMOUNT.
           PERFORM A720-PRINT-AMOUNT.
           MOVE 'LESS FUNDS ON HAND'     TO DOC-AMOUNT-LABEL.
           COMPUTE DOC-AMOUNT = 0 - WS-FUNDS-ON-HAND.
           PERFORM A720-PRINT-AMOUNT.
           MOVE 'TOTAL PREPETITION ARREARAGE' TO DOC-AMOUNT-LABEL.
           MOVE WS-ARREARAGE             TO DOC-AMOUNT.
           PERFORM A720-PRINT-AMOUNT.
           MOVE WS-DOC-BLANK-LINE TO DOC-LINE.
           WRITE DOC-LINE.

           MOVE 'PART 4 - MONTHLY MORTGAGE PAYMENT' TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE 'PRINCIPAL AND INTEREST' TO DOC-AMOUNT-LABEL.
           MOVE SRV-PI-PAYMENT           TO DOC-AMOUNT.
           PERFORM A720-PRINT-AMOUNT.
           MOVE 'MONTHLY ESCROW'         TO DOC-AMOUNT-LABEL.
           MOVE SRV-ESCROW-MONTHLY       TO DOC-AMOUNT.
           PERFORM A720-PRINT-AMOUNT.
           MOVE 'PRIVATE MORTGAGE INSURANCE' TO DOC-AMOUNT-LABEL.
           MOVE SRV-PMI-MONTHLY          TO DOC-AMOUNT.
           PERFORM A720-PRINT-AMOUNT.
           MOVE 'TOTAL MONTHLY PAYMENT'  TO DOC-AMOUNT-LABEL.
           MOVE WS-INSTALLMENT           TO DOC-AMOUNT.
           PERFORM A720-PRINT-AMOUNT.
           MOVE WS-DOC-BLANK-LINE TO DOC-LINE.
           WRITE DOC-LINE.

           MOVE 'PART 5 - LOAN PAYMENT HISTORY' TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE WS-DOC-HISTORY-HEADING TO DOC-LINE.
           WRITE DOC-LINE.
           PERFORM A430-PRINT-HISTORY-LINE
                   VARYING WS-HST-IDX FROM 1 BY 1
                   UNTIL WS-HST-IDX > WS-HST-COUNT.
           IF WS-MONTHS-PAST-DUE > 0
              MOVE SRV-NEXT-DUE-DATE TO WS-DUE-DATE-8
              PERFORM A440-PRINT-INSTALLMENT
                      VARYING WS-MONTH-IDX FROM 1 BY 1
                      UNTIL WS-MONTH-IDX > WS-MONTHS-PAST-DUE
           END-IF.
           MOVE WS-DOC-BLANK-LINE TO DOC-LINE.
           WRITE DOC-LINE.

           MOVE 'PROOF OF CLAIM DUE BY:' TO DOC-DEADLINE-LABEL.
           COMPUTE WS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FIL-FILING-DATE(WS-FIL-IDX))
                 + STATIC-CLAIM-DAYS).
           PERFORM A730-PRINT-DEADLINE
           .

       A430-PRINT-HISTORY-LINE.
           IF HST-FIL-SLOT(WS-HST-IDX) NOT = WS-FIL-IDX
              EXIT PARAGRAPH
           END-IF.
           MOVE HST-POST-DATE(WS-HST-IDX)   TO HST-DATE-OUT.
           MOVE HST-RECEIVED(WS-HST-IDX)    TO HST-RECEIVED-OUT.
           MOVE HST-PRINCIPAL(WS-HST-IDX)   TO HST-PRINCIPAL-OUT.
           MOVE HST-INTEREST(WS-HST-IDX)    TO HST-INTEREST-OUT.
           MOVE HST-ESCROW(WS-HST-IDX)      TO HST-ESCROW-OUT.
           MOVE HST-LATE-CHARGE(WS-HST-IDX) TO HST-LATE-OUT.
           MOVE HST-BALANCE(WS-HST-IDX)     TO HST-BALANCE-OUT.
           MOVE WS-DOC-HISTORY-LINE TO DOC-LINE.
           WRITE DOC-LINE
           .

       A440-PRINT-INSTALLMENT.
           MOVE WS-DUE-DATE-8  TO INS-DUE-DATE.
           MOVE WS-INSTALLMENT TO INS-AMOUNT.
           MOVE WS-DOC-INSTALLMENT-LINE TO DOC-LINE.
           WRITE DOC-LINE.
           ADD 1 TO WS-DUE-MM.
           IF WS-DUE-MM > 12
              MOVE 1 TO WS-DUE-MM
              ADD 1 TO WS-DUE-YYYY
           END-IF
           .

      *    ONLY A CHAPTER 13 CASE GETS RULE 3002.1 NOTICES, AND ONLY
      *    FOR A CHANGE MADE AFTER THE PETITION.
       A500-NOTICE-PAYMENT-CHANGE.
           READ PAYMENT-CHANGE-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-PYCHG
           END-READ.
           IF END-OF-PYCHG
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CHANGE-READ-COUNT.
           MOVE PYCHG-PAN TO WS-SEARCH-PAN.
           PERFORM A350-FIND-FILING.
           IF WS-FIL-SLOT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FIL-SLOT TO WS-FIL-IDX.
           IF NOT FIL-CHAPTER-13(WS-FIL-IDX)
              OR PYCHG-CHANGE-DATE < FIL-FILING-DATE(WS-FIL-IDX)
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES               TO BKNL-KEY.
           MOVE PYCHG-PAN            TO BKNL-PAN.
           MOVE 'C'                  TO BKNL-TYPE.
           MOVE PYCHG-EFFECTIVE-DATE TO BKNL-EVENT-DATE.
           MOVE PYCHG-SOURCE-IND     TO BKNL-SOURCE.
           MOVE 'N' TO WS-LOG-FOUND.
           READ NOTICE-LOG-FILE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-LOG-FOUND
           END-READ.
           IF LOG-FOUND
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-OLD-TOTAL-PAYMENT =
                   PYCHG-OLD-PI-PAYMENT + PYCHG-OLD-ESCROW-MONTHLY
                 + PYCHG-PMI-MONTHLY.
           COMPUTE WS-NEW-TOTAL-PAYMENT =
                   PYCHG-NEW-PI-PAYMENT + PYCHG-NEW-ESCROW-MONTHLY
                 + PYCHG-PMI-MONTHLY.
           COMPUTE WS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(PYCHG-EFFECTIVE-DATE)
                 - STATIC-CHANGE-DAYS).
           PERFORM A520-PRINT-CHANGE-NOTICE.

           MOVE PYCHG-EFFECTIVE-DATE TO WS-EVENT-DATE.
           MOVE WS-NEW-TOTAL-PAYMENT TO WS-DOC-AMOUNT.
           MOVE 'C'                  TO BKNL-TYPE.
           MOVE PYCHG-SOURCE-IND     TO BKNL-SOURCE.
           PERFORM A750-LOG-DOCUMENT.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE 'PAYMENT CHANGE NOTICE' TO DTL-DOCUMENT.
           PERFORM A760-REPORT-DOCUMENT
           .

       A520-PRINT-CHANGE-NOTICE.
           MOVE 'NOTICE OF MORTGAGE PAYMENT CHANGE - RULE 3002.1(B)'
                TO DOC-LINE.
           PERFORM A710-PRINT-DOC-HEADER.

           MOVE 'NEW TOTAL PAYMENT'      TO DOC-AMOUNT-LABEL.
           MOVE WS-NEW-TOTAL-PAYMENT     TO DOC-AMOUNT.
           PERFORM A720-PRINT-AMOUNT.
           MOVE 'DATE OF PAYMENT CHANGE:' TO DOC-DEADLINE-LABEL.
           MOVE PYCHG-EFFECTIVE-DATE     TO DOC-DEADLINE-DATE.
           MOVE SPACES                   TO DOC-DEADLINE-STATUS.
           MOVE WS-DOC-DEADLINE-LINE     TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE WS-DOC-BLANK-LINE TO DOC-LINE.
           WRITE DOC-LINE.

           MOVE 'PART 1 - ESCROW ACCOUNT PAYMENT ADJUSTMENT'
                TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE 'CHANGE IN THE ESCROW ACCOUNT PAYMENT?'
                TO DOC-TEXT-LABEL.
           IF PYCHG-NEW-ESCROW-MONTHLY = PYCHG-OLD-ESCROW-MONTHLY
              MOVE 'NO'  TO DOC-TEXT
           ELSE
              MOVE 'YES - ESCROW ANALYSIS' TO DOC-TEXT
           END-IF.
           MOVE WS-DOC-TEXT-LINE TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE 'CURRENT ESCROW PAYMENT' TO DOC-AMOUNT-LABEL.
           MOVE PYCHG-OLD-ESCROW-MONTHLY TO DOC-AMOUNT.
           PERFORM A720-PRINT-AMOUNT.
           MOVE 'NEW ESCROW PAYMENT'     TO DOC-AMOUNT-LABEL.
           MOVE PYCHG-NEW-ESCROW-MONTHLY TO DOC-AMOUNT.
           PERFORM A720-PRINT-AMOUNT.
           MOVE WS-DOC-BLANK-LINE TO DOC-LINE.
           WRITE DOC-LINE.

           MOVE 'PART 2 - MORTGAGE PAYMENT ADJUSTMENT' TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE 'CHANGE BASED ON AN ADJUSTABLE INTEREST RATE?'
                TO DOC-TEXT-LABEL.
           IF PYCHG-ARM-RESET
              MOVE 'YES - ARM RATE RESET' TO DOC-TEXT
           ELSE
              MOVE 'NO'  TO DOC-TEXT
           END-IF.
           MOVE WS-DOC-TEXT-LINE TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE 'CURRENT INTEREST RATE'  TO DOC-RATE-LABEL.
           MOVE PYCHG-OLD-RATE           TO DOC-RATE.
           MOVE WS-DOC-RATE-LINE TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE 'NEW INTEREST RATE'      TO DOC-RATE-LABEL.
           MOVE PYCHG-NEW-RATE           TO DOC-RATE.
           MOVE WS-DOC-RATE-LINE TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE 'CURRENT PRINCIPAL AND INTEREST PAYMENT'
                TO DOC-AMOUNT-LABEL.
           MOVE PYCHG-OLD-PI-PAYMENT     TO DOC-AMOUNT.
           PERFORM A720-PRINT-AMOUNT.
           MOVE 'NEW PRINCIPAL AND INTEREST PAYMENT'
                TO DOC-AMOUNT-LABEL.
           MOVE PYCHG-NEW-PI-PAYMENT     TO DOC-AMOUNT.
           PERFORM A720-PRINT-AMOUNT.
           MOVE WS-DOC-BLANK-LINE TO DOC-LINE.
           WRITE DOC-LINE.

           MOVE 'CURRENT TOTAL PAYMENT'  TO DOC-AMOUNT-LABEL.
           MOVE WS-OLD-TOTAL-PAYMENT     TO DOC-AMOUNT.
           PERFORM A720-PRINT-AMOUNT.
           MOVE 'NEW TOTAL PAYMENT'      TO DOC-AMOUNT-LABEL.
           MOVE WS-NEW-TOTAL-PAYMENT     TO DOC-AMOUNT.
           PERFORM A720-PRINT-AMOUNT.
           MOVE WS-DOC-BLANK-LINE TO DOC-LINE.
           WRITE DOC-LINE.

           MOVE 'NOTICE MUST BE FILED BY:' TO DOC-DEADLINE-LABEL.
           PERFORM A730-PRINT-DEADLINE
           .

      *    A CREDIT REVERSES AN ADVANCE AND NETS AGAINST THE NOTICE.
       A600-LOAD-FEE.
           READ ADVANCE-HISTORY-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-CADVH
           END-READ.
           IF END-OF-CADVH
              EXIT PARAGRAPH
           END-IF.
           IF (NOT CAHST-ADVANCED AND NOT CAHST-CREDITED)
              OR CAHST-ESCROW-CARRIED
              EXIT PARAGRAPH
           END-IF.
           MOVE CAHST-PAN TO WS-SEARCH-PAN.
           PERFORM A350-FIND-FILING.
           IF WS-FIL-SLOT = 0
              EXIT PARAGRAPH
           END-IF.
           IF NOT FIL-CHAPTER-13(WS-FIL-SLOT)
              OR CAHST-POST-DATE < FIL-FILING-DATE(WS-FIL-SLOT)
              OR CAHST-POST-DATE NOT > FIL-NOTICED-THROUGH(WS-FIL-SLOT)
              EXIT PARAGRAPH
           END-IF.
           IF WS-FEE-COUNT >= 2000
              DISPLAY 'EPSBKPOC - FEE TABLE FULL AT 2000 - '
                      'FEE NOTICES WOULD BE SHORT, RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-FEE-COUNT.
           MOVE WS-FIL-SLOT       TO FEE-FIL-SLOT(WS-FEE-COUNT).
           MOVE CAHST-TYPE        TO FEE-TYPE(WS-FEE-COUNT).
           MOVE CAHST-ACTIVITY    TO FEE-ACTIVITY(WS-FEE-COUNT).
           MOVE CAHST-POST-DATE   TO FEE-DATE(WS-FEE-COUNT).
           MOVE CAHST-AMOUNT      TO FEE-AMOUNT(WS-FEE-COUNT).
           MOVE CAHST-REFERENCE   TO FEE-REFERENCE(WS-FEE-COUNT)
           .

      *    CREDITS ALONE, OR CREDITS OUTWEIGHING THE NEW CHARGES,
      *    WAIT FOR THE NEXT CHARGE TO NET AGAINST.
       A650-PRODUCE-FEE-NOTICE.
           IF NOT FIL-CHAPTER-13(WS-FIL-IDX)
              EXIT PARAGRAPH
           END-IF.
           MOVE 0        TO WS-FEE-TOTAL.
           MOVE 0        TO WS-FEE-ADVANCE-COUNT.
           MOVE 99999999 TO WS-OLDEST-FEE-DATE.
           PERFORM A660-TOTAL-ONE-FEE
                   VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > WS-FEE-COUNT.
           IF WS-FEE-ADVANCE-COUNT = 0 OR WS-FEE-TOTAL NOT > 0
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-OLDEST-FEE-DATE)
                 + STATIC-FEE-DAYS).
           MOVE 'NOTICE OF POSTPETITION MORTGAGE FEES - RULE 3002.1(C)'
                TO DOC-LINE.
           PERFORM A710-PRINT-DOC-HEADER.
           MOVE WS-DOC-FEE-HEADING TO DOC-LINE.
           WRITE DOC-LINE.
           PERFORM A670-PRINT-ONE-FEE
                   VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > WS-FEE-COUNT.
           MOVE WS-DOC-BLANK-LINE TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE 'TOTAL POSTPETITION FEES, EXPENSES AND CHARGES'
                TO DOC-AMOUNT-LABEL.
           MOVE WS-FEE-TOTAL TO DOC-AMOUNT.
           PERFORM A720-PRINT-AMOUNT.
           MOVE WS-DOC-BLANK-LINE TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE 'NOTICE MUST BE FILED BY:' TO DOC-DEADLINE-LABEL.
           PERFORM A730-PRINT-DEADLINE.

           MOVE WS-CURRENT-DATE-8 TO WS-EVENT-DATE.
           MOVE WS-FEE-TOTAL      TO WS-DOC-AMOUNT.
           MOVE 'F'    TO BKNL-TYPE.
           MOVE SPACES TO BKNL-SOURCE.
           PERFORM A750-LOG-DOCUMENT.
           ADD 1 TO WS-FEE-NOTICE-COUNT.
           MOVE 'POSTPETITION FEE NOTICE' TO DTL-DOCUMENT.
           PERFORM A760-REPORT-DOCUMENT
           .

       A660-TOTAL-ONE-FEE.
           IF FEE-FIL-SLOT(WS-FEE-IDX) NOT = WS-FIL-IDX
              EXIT PARAGRAPH
           END-IF.
           IF FEE-ACTIVITY(WS-FEE-IDX) = 'C'
              SUBTRACT FEE-AMOUNT(WS-FEE-IDX) FROM WS-FEE-TOTAL
           ELSE
              ADD FEE-AMOUNT(WS-FEE-IDX) TO WS-FEE-TOTAL
              ADD 1 TO WS-FEE-ADVANCE-COUNT
              IF FEE-DATE(WS-FEE-IDX) < WS-OLDEST-FEE-DATE
                 MOVE FEE-DATE(WS-FEE-IDX) TO WS-OLDEST-FEE-DATE
              END-IF
           END-IF
           .

       A670-PRINT-ONE-FEE.
           IF FEE-FIL-SLOT(WS-FEE-IDX) NOT = WS-FIL-IDX
              EXIT PARAGRAPH
           END-IF.
           MOVE FEE-DATE(WS-FEE-IDX)      TO FEE-DATE-OUT.
           MOVE FEE-REFERENCE(WS-FEE-IDX) TO FEE-REFERENCE-OUT.
           EVALUATE FEE-TYPE(WS-FEE-IDX)
              WHEN 'I'
                 MOVE 'PROPERTY INSPECTION FEES'
                      TO FEE-DESCRIPTION-OUT
              WHEN 'F'
                 MOVE 'INSURANCE ADVANCED'
                      TO FEE-DESCRIPTION-OUT
              WHEN 'A'
                 MOVE 'ATTORNEY FEES'
                      TO FEE-DESCRIPTION-OUT
              WHEN 'P'
                 MOVE 'PROPERTY PRESERVATION EXPENSES'
                      TO FEE-DESCRIPTION-OUT
              WHEN 'T'
                 MOVE 'PROPERTY TAXES ADVANCED'
                      TO FEE-DESCRIPTION-OUT
              WHEN OTHER
                 MOVE 'OTHER CHARGES'
                      TO FEE-DESCRIPTION-OUT
           END-EVALUATE.
           IF FEE-ACTIVITY(WS-FEE-IDX) = 'C'
              MOVE 'CREDIT' TO FEE-DESCRIPTION-OUT(26:6)
              COMPUTE FEE-AMOUNT-OUT = 0 - FEE-AMOUNT(WS-FEE-IDX)
           ELSE
              MOVE FEE-AMOUNT(WS-FEE-IDX) TO FEE-AMOUNT-OUT
           END-IF.
           MOVE WS-DOC-FEE-LINE TO DOC-LINE.
           WRITE DOC-LINE
           .

       A700-CLEAR-DETAIL.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE FIL-PAN(WS-FIL-IDX)         TO DTL-PAN.
           MOVE FIL-CHAPTER(WS-FIL-IDX)     TO DTL-CHAPTER.
           MOVE FIL-FILING-DATE(WS-FIL-IDX) TO DTL-FILING-DATE.
           MOVE 0 TO DTL-EVENT-DATE.
           MOVE 0 TO DTL-DEADLINE.
           MOVE 0 TO DTL-AMOUNT
           .

      *    THE TITLE IS IN DOC-LINE FROM THE CALLER.
       A710-PRINT-DOC-HEADER.
           MOVE DOC-LINE TO WS-SECTION-LINE.
           MOVE FIL-ATTORNEY-NAME(WS-FIL-IDX)  TO DOC-ATTORNEY-NAME.
           MOVE FIL-ATTORNEY-PHONE(WS-FIL-IDX) TO DOC-ATTORNEY-PHONE.
           MOVE WS-DOC-COUNSEL-LINE TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE WS-DOC-BLANK-LINE TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE WS-SECTION-LINE TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE WS-DOC-BLANK-LINE TO DOC-LINE.
           WRITE DOC-LINE.

           MOVE FIL-PAN(WS-FIL-IDX) TO BRWR-PAN.
           READ BORROWER-MASTER-FILE
              INVALID KEY
                 MOVE SPACES TO BRWR-NAME
           END-READ.
           MOVE BRWR-NAME           TO DOC-DEBTOR-NAME.
           MOVE FIL-PAN(WS-FIL-IDX) TO DOC-PAN.
           MOVE WS-DOC-DEBTOR-LINE TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE FIL-CHAPTER(WS-FIL-IDX)     TO DOC-CHAPTER.
           MOVE FIL-FILING-DATE(WS-FIL-IDX) TO DOC-FILING-DATE.
           MOVE WS-DOC-CASE-LINE TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE WS-DOC-BLANK-LINE TO DOC-LINE.
           WRITE DOC-LINE
           .

       A720-PRINT-AMOUNT.
           MOVE WS-DOC-AMOUNT-LINE TO DOC-LINE.
           WRITE DOC-LINE
           .

      *    CLOSES EVERY DOCUMENT - THE DEADLINE IS IN WS-DEADLINE-DATE
      *    AND THE LABEL FROM THE CALLER.
       A730-PRINT-DEADLINE.
           IF WS-CURRENT-DATE-8 > WS-DEADLINE-DATE
              MOVE 'N' TO WS-TIMELY-IND
              MOVE '** PAST DEADLINE - FILE NOW' TO DOC-DEADLINE-STATUS
           ELSE
              MOVE 'Y' TO WS-TIMELY-IND
              MOVE SPACES TO DOC-DEADLINE-STATUS
           END-IF.
           MOVE WS-DEADLINE-DATE TO DOC-DEADLINE-DATE.
           MOVE WS-DOC-DEADLINE-LINE TO DOC-LINE.
           WRITE DOC-LINE.
           MOVE WS-DOC-BLANK-LINE TO DOC-LINE.
           WRITE DOC-LINE.
           WRITE DOC-LINE
           .

      *    THE CALLER SETS THE TYPE AND SOURCE; WS-EVENT-DATE,
      *    WS-DEADLINE-DATE, WS-DOC-AMOUNT AND WS-TIMELY-IND COME
      *    FROM THE DOCUMENT JUST PRINTED.
       A750-LOG-DOCUMENT.
           MOVE FIL-PAN(WS-FIL-IDX)      TO BKNL-PAN.
           MOVE WS-EVENT-DATE            TO BKNL-EVENT-DATE.
           MOVE FIL-FILING-DATE(WS-FIL-IDX) TO BKNL-FILING-DATE.
           MOVE FIL-CHAPTER(WS-FIL-IDX)  TO BKNL-CHAPTER.
           MOVE WS-CURRENT-DATE-8        TO BKNL-PRODUCED-DATE.
           MOVE WS-DEADLINE-DATE         TO BKNL-DEADLINE-DATE.
           MOVE WS-DOC-AMOUNT            TO BKNL-AMOUNT.
           MOVE WS-TIMELY-IND            TO BKNL-TIMELY-IND.
           MOVE FIL-ATTORNEY-NAME(WS-FIL-IDX) TO BKNL-ATTORNEY-NAME.
           WRITE BANKRUPTCY-NOTICE-LOG-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE
           .

       A760-REPORT-DOCUMENT.
           MOVE DTL-DOCUMENT     TO WS-SECTION-LINE.
           PERFORM A700-CLEAR-DETAIL.
           MOVE WS-SECTION-LINE  TO DTL-DOCUMENT.
           MOVE WS-EVENT-DATE    TO DTL-EVENT-DATE.
           MOVE WS-DEADLINE-DATE TO DTL-DEADLINE.
           MOVE WS-DOC-AMOUNT    TO DTL-AMOUNT.
           IF WS-DOC-TIMELY
              MOVE 'PRODUCED FOR COUNSEL' TO DTL-RESULT
           ELSE
              MOVE 'PRODUCED - PAST FILING DEADLINE' TO DTL-RESULT
              ADD 1 TO WS-LATE-COUNT
           END-IF.
           PERFORM A790-PRINT-DETAIL
           .

       A790-PRINT-DETAIL.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    EVERYTHING ON THE LOG FOR THE OPEN CASES - A RELEASED
      *    CASE, OR AN EARLIER PETITION ON THE SAME LOAN, DROPS OFF.
       A800-PRINT-LOG.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'FILING LOG - OPEN BANKRUPTCY CASES' TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'N' TO WS-END-OF-LOG.
           MOVE LOW-VALUES TO BKNL-KEY.
           START NOTICE-LOG-FILE KEY IS NOT LESS THAN BKNL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-LOG
           END-START.
           PERFORM A810-PRINT-LOG-ENTRY UNTIL END-OF-LOG
           .

       A810-PRINT-LOG-ENTRY.
           READ NOTICE-LOG-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-LOG
           END-READ.
           IF END-OF-LOG
              EXIT PARAGRAPH
           END-IF.
           MOVE BKNL-PAN TO WS-SEARCH-PAN.
           PERFORM A350-FIND-FILING.
           IF WS-FIL-SLOT = 0
              EXIT PARAGRAPH
           END-IF.
           IF BKNL-FILING-DATE NOT = FIL-FILING-DATE(WS-FIL-SLOT)
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES             TO WS-DETAIL-LINE.
           MOVE BKNL-PAN           TO DTL-PAN.
           EVALUATE TRUE
              WHEN BKNL-PROOF-OF-CLAIM
                 MOVE 'PROOF OF CLAIM 410A'     TO DTL-DOCUMENT
              WHEN BKNL-PAYMENT-CHANGE
                 MOVE 'PAYMENT CHANGE NOTICE'   TO DTL-DOCUMENT
              WHEN OTHER
                 MOVE 'POSTPETITION FEE NOTICE' TO DTL-DOCUMENT
           END-EVALUATE.
           MOVE BKNL-CHAPTER       TO DTL-CHAPTER.
           MOVE BKNL-FILING-DATE   TO DTL-FILING-DATE.
           MOVE BKNL-EVENT-DATE    TO DTL-EVENT-DATE.
           MOVE BKNL-DEADLINE-DATE TO DTL-DEADLINE.
           MOVE BKNL-AMOUNT        TO DTL-AMOUNT.
           MOVE BKNL-PRODUCED-DATE TO LOG-PRODUCED-DATE.
           IF BKNL-TIMELY
              MOVE 'ON TIME'       TO LOG-TIMELY
           ELSE
              MOVE 'PAST DEADLINE' TO LOG-TIMELY
           END-IF.
           MOVE WS-LOG-RESULT      TO DTL-RESULT.
           PERFORM A790-PRINT-DETAIL
           .

       A900-FINALIZE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CLAIM-COUNT      TO SUM-CLAIMS.
           MOVE WS-CHANGE-COUNT     TO SUM-CHANGES.
           MOVE WS-FEE-NOTICE-COUNT TO SUM-FEE-NOTICES.
           MOVE WS-LATE-COUNT       TO SUM-LATE.
           MOVE WS-EXCEPTION-COUNT  TO SUM-EXCEPTIONS.
           MOVE WS-SUMMARY-LINE     TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-LATE-COUNT > 0 OR WS-EXCEPTION-COUNT > 0
              MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF.

           CLOSE BANKRUPTCY-FILE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE BORROWER-MASTER-FILE.
           IF CADVF-OPEN
              CLOSE CORP-ADVANCE-FILE
           END-IF.
           IF PYHST-OPEN
              CLOSE PAYMENT-HISTORY-FILE
           END-IF.
           IF CADVH-OPEN
              CLOSE ADVANCE-HISTORY-FILE
           END-IF.
           IF PYCHG-OPEN
              CLOSE PAYMENT-CHANGE-FILE
           END-IF.
           CLOSE NOTICE-LOG-FILE.
           CLOSE DOCUMENT-FILE.
           CLOSE TRACKING-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSBKPOC'           TO EPSRUNWR-JOB-NAME.
           MOVE WS-FILING-COUNT      TO EPSRUNWR-IN-COUNT.
           COMPUTE EPSRUNWR-OUT-COUNT =
                   WS-CLAIM-COUNT + WS-CHANGE-COUNT
                 + WS-FEE-NOTICE-COUNT.
           COMPUTE EPSRUNWR-ERROR-COUNT =
                   WS-LATE-COUNT + WS-EXCEPTION-COUNT.
           MOVE WS-RUN-RETURN-CODE   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS.
           MOVE WS-RUN-RETURN-CODE   TO RETURN-CODE
           .
