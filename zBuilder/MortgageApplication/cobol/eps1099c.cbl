       ID DIVISION.
       PROGRAM-ID. EPS1099C.
      *    YEAR-END FORM 1099-C CANCELLATION-OF-DEBT RUN.
      *
      *    A SHORT-SALE CHARGE-OFF (EPSCHGOF) OR PRINCIPAL FORGIVEN
      *    IN A MODIFICATION (EPSLNMOD) IS CANCELLED DEBT THE
      *    BORROWER MUST BE TOLD ABOUT. THIS RUN FINDS EVERY SUCH
      *    EVENT IN THE TAX YEAR:
      *
      *       - CHARGE-OFFS FROM THE EPSRCVSL RECOVERY SUB-LEDGER,
      *         DATED BY THE SALE, FOR THE DEFICIENCY WRITTEN OFF -
      *         EVENT CODE 'G' (DECISION TO DISCONTINUE COLLECTION).
      *       - MODIFICATIONS FROM THE EPSLMHST HISTORY WHOSE NEW
      *         BALANCE IS BELOW THE OLD BALANCE PLUS WHAT WAS
      *         CAPITALIZED - THE DIFFERENCE WAS FORGIVEN. EVENT CODE
      *         'F' (DISCHARGE BY AGREEMENT).
      *
      *    AN EVENT UNDER THE $600 REPORTING THRESHOLD IS COUNTED
      *    BUT NOT ISSUED. FOR THE REST IT PRINTS THE COPY B FORM
      *    FOR THE DEBTOR ON C1099FRM (NAME AND ADDRESS FROM
      *    EPSBRWRF, THE TIN TRUNCATED TO ITS LAST FOUR) AND WRITES
      *    THE IRS ELECTRONIC FILE ON C1099IRS - T, A, ONE B PER
      *    FORM, C AND F. THE FULL TIN FOR THE B RECORD IS THE ONLY
      *    CLEAR SSN THIS RUN EVER HOLDS: THE PAN'S TOKEN COMES OFF
      *    THE EPSSSNXR CROSS-REFERENCE AND IS EXCHANGED THROUGH
      *    EPSSSNTK (THIS PROGRAM IS ON ITS AUTHORIZED-CALLER LIST)
      *    FOR THE LENGTH OF ONE WRITE.
      *
      *    A LOAN WITH NO BORROWER RECORD OR NO TOKEN CANNOT BE
      *    FILED AND IS LISTED AS AN EXCEPTION. THE CONTROL REPORT
      *    BALANCES, SEPARATELY FOR CHARGE-OFFS AND MODIFICATIONS,
      *    THE EVENTS FOUND AGAINST WHAT WAS ISSUED, WHAT FELL UNDER
      *    THE THRESHOLD AND WHAT WENT TO EXCEPTIONS, AND THE FORMS
      *    ISSUED AGAINST THE C-RECORD CONTROL TOTAL.
      *
      *    CONTROL CARDS (SYSIN):
      *       1 - COLS 1-4 TAX YEAR (BLANK = PRIOR CALENDAR YEAR),
      *           COL 6 'T' FOR AN IRS TEST FILE.
      *       2 - COLS 1-9 PAYER TIN, 11-15 TRANSMITTER CONTROL
      *           CODE, 17-56 PAYER NAME.
      *       3 - COLS 1-40 PAYER STREET ADDRESS.
      *       4 - COLS 1-40 CITY, 41-42 STATE, 43-51 ZIP,
      *           52-66 PHONE.
      *       5 - COLS 1-25 CONTACT NAME, 26-40 CONTACT PHONE,
      *           41-80 CONTACT EMAIL.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVERY-SUBLEDGER-FILE ASSIGN TO EPSRCVSL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RCVSL-PAN
                  FILE STATUS IS WS-RCVSL-STATUS.

           SELECT MODIFICATION-HISTORY-FILE ASSIGN TO EPSLMHST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LMHST-STATUS.

           SELECT BORROWER-MASTER-FILE ASSIGN TO EPSBRWRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BRWR-PAN
                  FILE STATUS IS WS-BRWR-STATUS.

           SELECT SSN-XREF-FILE ASSIGN TO EPSSSNXR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SSNXR-SSN
                  FILE STATUS IS WS-SSNXR-STATUS.

           SELECT FORM-FILE ASSIGN TO C1099FRM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-FORM-STATUS.

           SELECT IRS-FILE ASSIGN TO C1099IRS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IRS-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO C1099RPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECOVERY-SUBLEDGER-FILE
           RECORD CONTAINS 57 CHARACTERS.
           COPY EPSRCVSL.

       FD  MODIFICATION-HISTORY-FILE
           RECORD CONTAINS 129 CHARACTERS.
           COPY EPSLMHST.

       FD  BORROWER-MASTER-FILE
           RECORD CONTAINS 166 CHARACTERS.
           COPY EPSBRWRF.

       FD  SSN-XREF-FILE
           RECORD CONTAINS 101 CHARACTERS.
           COPY EPSSSNXR.

       FD  FORM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FORM-LINE                      PIC X(80).

       FD  IRS-FILE
           RECORD CONTAINS 750 CHARACTERS.
           COPY EPS1099F.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
      *    NO 1099-C IS REQUIRED FOR A DISCHARGE UNDER $600.
           03 STATIC-THRESHOLD            PIC 9(7)V99 VALUE 600.00.
           03 STATIC-CO-DESCRIPTION       PIC X(39) VALUE
              'FIRST MORTGAGE LOAN - DEFICIENCY'.
           03 STATIC-MOD-DESCRIPTION      PIC X(39) VALUE
              'MORTGAGE PRINCIPAL FORGIVEN - LOAN MOD'.

       01 WS-FILE-STATUSES.
           03 WS-RCVSL-STATUS             PIC XX.
           03 WS-LMHST-STATUS             PIC XX.
           03 WS-BRWR-STATUS              PIC XX.
           03 WS-SSNXR-STATUS             PIC XX.
           03 WS-FORM-STATUS              PIC XX.
           03 WS-IRS-STATUS               PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-SUBLEDGER         PIC X VALUE 'N'.
              88 END-OF-SUBLEDGER            VALUE 'Y'.
           03 WS-END-OF-MODS              PIC X VALUE 'N'.
              88 END-OF-MODS                 VALUE 'Y'.
           03 WS-END-OF-XREF              PIC X VALUE 'N'.
              88 END-OF-XREF                 VALUE 'Y'.
           03 WS-BORROWER-FOUND           PIC X VALUE 'N'.
              88 BORROWER-FOUND              VALUE 'Y'.

      *    CONTROL CARDS.
       01 WS-YEAR-CARD.
           03 YRC-TAX-YEAR                PIC X(4).
           03 FILLER                      PIC X.
           03 YRC-TEST-IND                PIC X.
           03 FILLER                      PIC X(74).
       01 WS-PAYER-CARD-1.
           03 PC1-PAYER-TIN               PIC X(9).
           03 FILLER                      PIC X.
           03 PC1-TCC                     PIC X(5).
           03 FILLER                      PIC X.
           03 PC1-PAYER-NAME              PIC X(40).
           03 FILLER                      PIC X(24).
       01 WS-PAYER-CARD-2.
           03 PC2-PAYER-ADDRESS           PIC X(40).
           03 FILLER                      PIC X(40).
       01 WS-PAYER-CARD-3.
           03 PC3-PAYER-CITY              PIC X(40).
           03 PC3-PAYER-STATE             PIC X(2).
           03 PC3-PAYER-ZIP               PIC X(9).
           03 PC3-PAYER-PHONE             PIC X(15).
           03 FILLER                      PIC X(14).
       01 WS-PAYER-CARD-4.
           03 PC4-CONTACT-NAME            PIC X(25).
           03 PC4-CONTACT-PHONE           PIC X(15).
           03 PC4-CONTACT-EMAIL           PIC X(40).
       01 WS-TAX-YEAR                     PIC 9(4).

      *    THE YEAR'S CANCELLED-DEBT EVENTS, ONE FORM EACH.
       01 WS-EVENT-TABLE.
           03 WS-EVENT-COUNT              PIC 9(5) COMP VALUE 0.
           03 WS-EVENT-ENTRY OCCURS 5000 TIMES.
              05 EVT-PAN                  PIC X(10).
              05 EVT-SOURCE               PIC 9.
                 88 EVT-CHARGE-OFF           VALUE 1.
                 88 EVT-MODIFICATION         VALUE 2.
              05 EVT-DATE                 PIC 9(8).
              05 EVT-AMOUNT               PIC 9(9)V99.
              05 EVT-DISPOSITION          PIC 9.
                 88 EVT-ISSUE                VALUE 2.
                 88 EVT-UNDER-THRESHOLD      VALUE 3.
                 88 EVT-EXCEPTION            VALUE 4.
              05 EVT-TOKEN-SLOT           PIC 9(4) COMP.
       01 WS-EVT-IDX                      PIC 9(5) COMP.
       01 WS-NEW-SOURCE                   PIC 9.
       01 WS-NEW-DATE                     PIC 9(8).
       01 WS-NEW-AMOUNT                   PIC S9(9)V99.

      *    BALANCING BUCKETS BY SOURCE (1 CHARGE-OFF, 2 MODIFICATION)
      *    AND DISPOSITION (1 FOUND, 2 ISSUED, 3 UNDER THRESHOLD,
      *    4 EXCEPTION).
       01 WS-BALANCE-TABLE.
           03 WS-BAL-SOURCE OCCURS 2 TIMES.
              05 WS-BAL-BUCKET OCCURS 4 TIMES.
                 07 BAL-COUNT             PIC 9(7).
                 07 BAL-AMOUNT            PIC 9(11)V99.
       01 WS-BAL-SRC-IDX                  PIC 9 COMP.
       01 WS-BAL-BKT-IDX                  PIC 9 COMP.
       01 WS-BAL-CHECK-AMOUNT             PIC S9(11)V99.
       01 WS-BAL-CHECK-COUNT              PIC S9(7).

      *    IRS FILE CONTROLS.
       01 WS-FILE-CONTROLS.
           03 WS-SEQUENCE-NUMBER          PIC 9(8) VALUE 0.
           03 WS-PAYEE-COUNT              PIC 9(8) VALUE 0.
           03 WS-ISSUE-COUNT              PIC 9(8) VALUE 0.
           03 WS-DISCHARGED-TOTAL         PIC 9(16)V99 VALUE 0.

      *    PAN-TO-TOKEN MAP, FLATTENED FROM THE EPSSSNXR RECORDS AT
      *    INITIALIZATION - THE EPSSCRDX LOAD.
       01 WS-TOKEN-MAP.
           03 WS-MAP-COUNT                PIC 9(4) COMP VALUE 0.
           03 WS-MAP-ENTRY OCCURS 2000 TIMES.
              05 WS-MAP-PAN               PIC X(10).
              05 WS-MAP-TOKEN             PIC X(9).
       01 WS-MAP-IDX                      PIC 9(4) COMP.
       01 WS-MAP-SLOT                     PIC 9(4) COMP.
       01 WS-XREF-IDX                     PIC 9(2) COMP.

      *    BRWR-NAME SPLIT ON SPACES - THE LAST WORD IS THE SURNAME
      *    THE NAME CONTROL IS TAKEN FROM.
       01 WS-NAME-WORK.
           03 WS-NAME-PART-COUNT          PIC 9(2) COMP.
           03 WS-NAME-PART-1              PIC X(30).
           03 WS-NAME-PART-2              PIC X(30).
           03 WS-NAME-PART-3              PIC X(30).
           03 WS-NAME-PART-4              PIC X(30).
           03 WS-SURNAME                  PIC X(30).

      *    PARAMETER AREA FOR THE SHARED EPSSSNTK TOKEN EXCHANGE -
      *    SEE A640-DETOKENIZE.
           COPY EPSTKPM.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).

       01 WS-EVENT-DATE-PARTS.
           03 WS-ED-YYYY                  PIC 9(4).
           03 WS-ED-MM                    PIC 9(2).
           03 WS-ED-DD                    PIC 9(2).

       01 WS-FORM-LINES.
           03 WS-FORM-TITLE.
              05 FILLER                   PIC X(44) VALUE
                 'FORM 1099-C   CANCELLATION OF DEBT'.
              05 FILLER                   PIC X(9)  VALUE
                 'TAX YEAR '.
              05 FRM-TAX-YEAR             PIC 9(4).
           03 WS-FORM-COPY-LINE           PIC X(80) VALUE
              'COPY B - FOR DEBTOR.  THIS IS IMPORTANT TAX INFORMATION
      -       ' AND IS BEING FURNISHED'.
           03 WS-FORM-COPY-LINE-2         PIC X(80) VALUE
              'TO THE INTERNAL REVENUE SERVICE.'.
           03 WS-FORM-CREDITOR-LINE.
              05 FILLER                   PIC X(11) VALUE
                 'CREDITOR: '.
              05 FRM-CREDITOR-TEXT        PIC X(69).
           03 WS-FORM-CITY-LINE.
              05 FILLER                   PIC X(11) VALUE SPACES.
              05 FRM-CITY                 PIC X(40).
              05 FILLER                   PIC X VALUE SPACE.
              05 FRM-STATE                PIC X(2).
              05 FILLER                   PIC X VALUE SPACE.
              05 FRM-ZIP                  PIC X(9).
           03 WS-FORM-TIN-LINE.
              05 FILLER                   PIC X(17) VALUE
                 'CREDITOR''S TIN: '.
              05 FRM-PAYER-TIN            PIC X(9).
              05 FILLER                   PIC X(8) VALUE SPACES.
              05 FILLER                   PIC X(15) VALUE
                 'DEBTOR''S TIN: '.
              05 FILLER                   PIC X(7) VALUE 'XXX-XX-'.
              05 FRM-TIN-LAST-FOUR        PIC X(4).
           03 WS-FORM-NAME-LINE           PIC X(80).
           03 WS-FORM-ADDRESS-LINE        PIC X(80).
           03 WS-FORM-DEBTOR-CITY-LINE.
              05 FRM-DEBTOR-CITY          PIC X(20).
              05 FILLER                   PIC X VALUE SPACE.
              05 FRM-DEBTOR-STATE         PIC X(2).
              05 FILLER                   PIC X VALUE SPACE.
              05 FRM-DEBTOR-ZIP           PIC X(9).
           03 WS-FORM-ACCOUNT-LINE.
              05 FILLER                   PIC X(36) VALUE
                 'ACCOUNT NUMBER'.
              05 FRM-PAN                  PIC X(10).
           03 WS-FORM-BOX-1-LINE.
              05 FILLER                   PIC X(36) VALUE
                 ' 1 DATE OF IDENTIFIABLE EVENT'.
              05 FRM-EVENT-DATE           PIC 9999/99/99.
           03 WS-FORM-BOX-2-LINE.
              05 FILLER                   PIC X(36) VALUE
                 ' 2 AMOUNT OF DEBT DISCHARGED'.
              05 FRM-DISCHARGED           PIC ZZZ,ZZZ,ZZ9.99.
           03 WS-FORM-BOX-3-LINE.
              05 FILLER                   PIC X(36) VALUE
                 ' 3 INTEREST, IF INCLUDED IN BOX 2'.
              05 FRM-INTEREST             PIC ZZZ,ZZZ,ZZ9.99.
           03 WS-FORM-BOX-4-LINE.
              05 FILLER                   PIC X(36) VALUE
                 ' 4 DEBT DESCRIPTION'.
              05 FRM-DESCRIPTION          PIC X(39).
           03 WS-FORM-BOX-5-LINE.
              05 FILLER                   PIC X(36) VALUE
                 ' 5 DEBTOR PERSONALLY LIABLE'.
              05 FRM-LIABLE               PIC X.
           03 WS-FORM-BOX-6-LINE.
              05 FILLER                   PIC X(36) VALUE
                 ' 6 IDENTIFIABLE EVENT CODE'.
              05 FRM-EVENT-CODE           PIC X.
           03 WS-FORM-BOX-7-LINE.
              05 FILLER                   PIC X(36) VALUE
                 ' 7 FAIR MARKET VALUE OF PROPERTY'.
              05 FRM-FMV                  PIC ZZZ,ZZZ,ZZ9.99.
           03 WS-FORM-BLANK-LINE          PIC X(80) VALUE SPACES.

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPS1099C - 1099-C CANCELLED DEBT CONTROL REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 FILLER                   PIC X(9)  VALUE
                 'TAX YEAR '.
              05 HDG-TAX-YEAR             PIC 9(4).
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-SOURCE               PIC X(12).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-EVENT-DATE           PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(60).
           03 WS-BALANCE-HEADING.
              05 FILLER                   PIC X(36).
              05 FILLER                   PIC X(10) VALUE '     COUNT'.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(18) VALUE
                 '            AMOUNT'.
           03 WS-BALANCE-LINE.
              05 BAL-LABEL                PIC X(36).
              05 BAL-COUNT-OUT            PIC ZZZ,ZZZ,ZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 BAL-AMOUNT-OUT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 BAL-RESULT               PIC X(20).

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-LOAD-CHARGE-OFF UNTIL END-OF-SUBLEDGER.
           PERFORM A300-LOAD-MODIFICATION UNTIL END-OF-MODS.
           PERFORM A400-CLASSIFY-EVENT
                   VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-EVENT-COUNT.
           PERFORM A500-WRITE-FILE-HEADERS.
           PERFORM A600-ISSUE-ONE-FORM
                   VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-EVENT-COUNT.
           PERFORM A700-WRITE-FILE-TRAILERS.
           PERFORM A800-BALANCE-REPORT.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPS1099C' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  RECOVERY-SUBLEDGER-FILE.
           OPEN INPUT  MODIFICATION-HISTORY-FILE.
           OPEN INPUT  BORROWER-MASTER-FILE.
           OPEN INPUT  SSN-XREF-FILE.
           OPEN OUTPUT FORM-FILE.
           OPEN OUTPUT IRS-FILE.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM A110-READ-CONTROL-CARDS.

           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-TAX-YEAR  TO HDG-TAX-YEAR.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           INITIALIZE WS-BALANCE-TABLE.
           PERFORM A120-LOAD-TOKEN-MAP.

           MOVE LOW-VALUES TO RCVSL-PAN.
           START RECOVERY-SUBLEDGER-FILE KEY IS NOT LESS THAN RCVSL-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-SUBLEDGER
           END-START
           .

       A110-READ-CONTROL-CARDS.
           MOVE SPACES TO WS-YEAR-CARD.
           ACCEPT WS-YEAR-CARD.
           IF YRC-TAX-YEAR IS NUMERIC
              MOVE YRC-TAX-YEAR TO WS-TAX-YEAR
           ELSE
              COMPUTE WS-TAX-YEAR = WS-CURR-YYYY - 1
           END-IF.
           MOVE SPACES TO WS-PAYER-CARD-1.
           ACCEPT WS-PAYER-CARD-1.
           MOVE SPACES TO WS-PAYER-CARD-2.
           ACCEPT WS-PAYER-CARD-2.
           MOVE SPACES TO WS-PAYER-CARD-3.
           ACCEPT WS-PAYER-CARD-3.
           MOVE SPACES TO WS-PAYER-CARD-4.
           ACCEPT WS-PAYER-CARD-4
           .

       A120-LOAD-TOKEN-MAP.
           MOVE LOW-VALUES TO SSNXR-SSN.
           START SSN-XREF-FILE KEY IS NOT LESS THAN SSNXR-SSN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-XREF
           END-START.
           PERFORM A130-LOAD-ONE-XREF UNTIL END-OF-XREF
           .

       A130-LOAD-ONE-XREF.
           READ SSN-XREF-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-XREF
              NOT AT END
                 PERFORM A135-MAP-ONE-PAN
                         VARYING WS-XREF-IDX FROM 1 BY 1
                         UNTIL WS-XREF-IDX > SSNXR-PAN-COUNT
           END-READ
           .

       A135-MAP-ONE-PAN.
           IF SSNXR-PAN(WS-XREF-IDX) NOT = SPACES
              AND WS-MAP-COUNT < 2000
              ADD 1 TO WS-MAP-COUNT
              MOVE SSNXR-PAN(WS-XREF-IDX) TO WS-MAP-PAN(WS-MAP-COUNT)
              MOVE SSNXR-SSN              TO WS-MAP-TOKEN(WS-MAP-COUNT)
           END-IF
           .

      *    EVERY SUB-LEDGER RECORD IS A CHARGE-OFF WITH A DEFICIENCY
      *    - EPSCHGOF OPENS NONE WHEN THE SALE COVERED THE DEBT.
       A200-LOAD-CHARGE-OFF.
           READ RECOVERY-SUBLEDGER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-SUBLEDGER
           END-READ.
           IF END-OF-SUBLEDGER
              EXIT PARAGRAPH
           END-IF.
           MOVE RCVSL-CHARGE-OFF-DATE TO WS-EVENT-DATE-PARTS.
           IF WS-ED-YYYY = WS-TAX-YEAR
              AND RCVSL-DEFICIENCY-AMOUNT > 0
              MOVE 1                       TO WS-NEW-SOURCE
              MOVE RCVSL-CHARGE-OFF-DATE   TO WS-NEW-DATE
              MOVE RCVSL-DEFICIENCY-AMOUNT TO WS-NEW-AMOUNT
              MOVE RCVSL-PAN               TO BRWR-PAN
              PERFORM A350-ADD-EVENT
           END-IF
           .

      *    THE NEW BALANCE ALREADY INCLUDES ANY CAPITALIZED ARREARS,
      *    SO WHAT WAS FORGIVEN IS OLD + CAPITALIZED - NEW.
       A300-LOAD-MODIFICATION.
           READ MODIFICATION-HISTORY-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-MODS
           END-READ.
           IF END-OF-MODS
              EXIT PARAGRAPH
           END-IF.
           MOVE LMHST-MOD-DATE TO WS-EVENT-DATE-PARTS.
           IF WS-ED-YYYY NOT = WS-TAX-YEAR
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NEW-AMOUNT =
                   LMHST-OLD-BALANCE + LMHST-CAPITALIZED-AMOUNT
                 - LMHST-NEW-BALANCE.
           IF WS-NEW-AMOUNT > 0
              MOVE 2              TO WS-NEW-SOURCE
              MOVE LMHST-MOD-DATE TO WS-NEW-DATE
              MOVE LMHST-PAN      TO BRWR-PAN
              PERFORM A350-ADD-EVENT
           END-IF
           .

      *    THE PAN RIDES IN BRWR-PAN FROM THE CALLER.
       A350-ADD-EVENT.
           IF WS-EVENT-COUNT >= 5000
              DISPLAY 'EPS1099C - EVENT TABLE FULL AT 5000 - '
                      'FILING WOULD BE INCOMPLETE, RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-EVENT-COUNT.
           MOVE BRWR-PAN      TO EVT-PAN(WS-EVENT-COUNT).
           MOVE WS-NEW-SOURCE TO EVT-SOURCE(WS-EVENT-COUNT).
           MOVE WS-NEW-DATE   TO EVT-DATE(WS-EVENT-COUNT).
           MOVE WS-NEW-AMOUNT TO EVT-AMOUNT(WS-EVENT-COUNT).
           MOVE 0             TO EVT-DISPOSITION(WS-EVENT-COUNT).
           MOVE 0             TO EVT-TOKEN-SLOT(WS-EVENT-COUNT).
           MOVE WS-NEW-SOURCE TO WS-BAL-SRC-IDX.
           ADD 1 TO BAL-COUNT(WS-BAL-SRC-IDX 1).
           ADD WS-NEW-AMOUNT TO BAL-AMOUNT(WS-BAL-SRC-IDX 1)
           .

      *    THRESHOLD FIRST, THEN WHETHER THE FORM CAN BE ADDRESSED
      *    AND FILED AT ALL. THE IRS FILE'S PAYEE COUNT COMES FROM
      *    THIS PASS.
       A400-CLASSIFY-EVENT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE EVT-PAN(WS-EVT-IDX) TO DTL-PAN.
           IF EVT-CHARGE-OFF(WS-EVT-IDX)
              MOVE 'CHARGE-OFF'   TO DTL-SOURCE
           ELSE
              MOVE 'MODIFICATION' TO DTL-SOURCE
           END-IF.
           MOVE EVT-DATE(WS-EVT-IDX)   TO DTL-EVENT-DATE.
           MOVE EVT-AMOUNT(WS-EVT-IDX) TO DTL-AMOUNT.

           EVALUATE TRUE
              WHEN EVT-AMOUNT(WS-EVT-IDX) < STATIC-THRESHOLD
                 MOVE 3 TO EVT-DISPOSITION(WS-EVT-IDX)
              WHEN OTHER
                 PERFORM A450-CHECK-FILEABLE
           END-EVALUATE.

           MOVE EVT-SOURCE(WS-EVT-IDX)      TO WS-BAL-SRC-IDX.
           MOVE EVT-DISPOSITION(WS-EVT-IDX) TO WS-BAL-BKT-IDX.
           ADD 1 TO BAL-COUNT(WS-BAL-SRC-IDX WS-BAL-BKT-IDX).
           ADD EVT-AMOUNT(WS-EVT-IDX)
               TO BAL-AMOUNT(WS-BAL-SRC-IDX WS-BAL-BKT-IDX).
           IF EVT-ISSUE(WS-EVT-IDX)
              ADD 1 TO WS-ISSUE-COUNT
           END-IF
           .

       A450-CHECK-FILEABLE.
           MOVE 'N' TO WS-BORROWER-FOUND.
           MOVE EVT-PAN(WS-EVT-IDX) TO BRWR-PAN.
           READ BORROWER-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-BORROWER-FOUND
           END-READ.
           IF NOT BORROWER-FOUND OR BRWR-NAME = SPACES
              MOVE 4 TO EVT-DISPOSITION(WS-EVT-IDX)
              MOVE 'EXCEPTION - NO BORROWER NAME ON FILE, NOT ISSUED'
                   TO DTL-RESULT
              PERFORM A890-PRINT-DETAIL
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-MAP-SLOT.
           PERFORM A455-MATCH-ONE-TOKEN
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                      OR WS-MAP-SLOT > 0.
           IF WS-MAP-SLOT = 0
              MOVE 4 TO EVT-DISPOSITION(WS-EVT-IDX)
              MOVE 'EXCEPTION - NO SSN TOKEN ON FILE, NOT ISSUED'
                   TO DTL-RESULT
              PERFORM A890-PRINT-DETAIL
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-MAP-SLOT TO EVT-TOKEN-SLOT(WS-EVT-IDX).
           MOVE 2 TO EVT-DISPOSITION(WS-EVT-IDX)
           .

       A455-MATCH-ONE-TOKEN.
           IF WS-MAP-PAN(WS-MAP-IDX) = EVT-PAN(WS-EVT-IDX)
              MOVE WS-MAP-IDX TO WS-MAP-SLOT
           END-IF
           .

      *    TRANSMITTER AND PAYER - THIS SHOP FILES AS ITS OWN
      *    TRANSMITTER.
       A500-WRITE-FILE-HEADERS.
           MOVE SPACES              TO IRS-TRANSMITTER-RECORD.
           MOVE 'T'                 TO T-RECORD-TYPE.
           MOVE WS-TAX-YEAR         TO T-PAYMENT-YEAR.
           MOVE PC1-PAYER-TIN       TO T-TRANSMITTER-TIN.
           MOVE PC1-TCC             TO T-TCC.
           IF YRC-TEST-IND = 'T'
              MOVE 'T'              TO T-TEST-FILE-IND
           END-IF.
           MOVE PC1-PAYER-NAME      TO T-TRANSMITTER-NAME.
           MOVE PC1-PAYER-NAME      TO T-COMPANY-NAME.
           MOVE PC2-PAYER-ADDRESS   TO T-COMPANY-ADDRESS.
           MOVE PC3-PAYER-CITY      TO T-COMPANY-CITY.
           MOVE PC3-PAYER-STATE     TO T-COMPANY-STATE.
           MOVE PC3-PAYER-ZIP       TO T-COMPANY-ZIP.
           MOVE WS-ISSUE-COUNT      TO T-TOTAL-PAYEES.
           MOVE PC4-CONTACT-NAME    TO T-CONTACT-NAME.
           MOVE PC4-CONTACT-PHONE   TO T-CONTACT-PHONE.
           MOVE PC4-CONTACT-EMAIL   TO T-CONTACT-EMAIL.
           MOVE 'I'                 TO T-VENDOR-IND.
           ADD 1 TO WS-SEQUENCE-NUMBER.
           MOVE WS-SEQUENCE-NUMBER  TO T-SEQUENCE-NUMBER.
           WRITE IRS-TRANSMITTER-RECORD.

           MOVE SPACES              TO IRS-PAYER-RECORD.
           MOVE 'A'                 TO A-RECORD-TYPE.
           MOVE WS-TAX-YEAR         TO A-PAYMENT-YEAR.
           MOVE PC1-PAYER-TIN       TO A-PAYER-TIN.
           MOVE '5 '                TO A-TYPE-OF-RETURN.
           MOVE '2'                 TO A-AMOUNT-CODES.
           MOVE PC1-PAYER-NAME      TO A-PAYER-NAME.
           MOVE '0'                 TO A-TRANSFER-AGENT-IND.
           MOVE PC2-PAYER-ADDRESS   TO A-PAYER-ADDRESS.
           MOVE PC3-PAYER-CITY      TO A-PAYER-CITY.
           MOVE PC3-PAYER-STATE     TO A-PAYER-STATE.
           MOVE PC3-PAYER-ZIP       TO A-PAYER-ZIP.
           MOVE PC3-PAYER-PHONE     TO A-PAYER-PHONE.
           ADD 1 TO WS-SEQUENCE-NUMBER.
           MOVE WS-SEQUENCE-NUMBER  TO A-SEQUENCE-NUMBER.
           WRITE IRS-PAYER-RECORD
           .

       A600-ISSUE-ONE-FORM.
           IF NOT EVT-ISSUE(WS-EVT-IDX)
              EXIT PARAGRAPH
           END-IF.
           MOVE EVT-PAN(WS-EVT-IDX) TO BRWR-PAN.
           READ BORROWER-MASTER-FILE
              INVALID KEY
                 MOVE SPACES TO BRWR-NAME
           END-READ.
           PERFORM A650-SPLIT-NAME.
           PERFORM A640-DETOKENIZE.
           IF NOT EPSSSNTK-SUCCESS
              DISPLAY 'EPS1099C - TOKEN WOULD NOT EXCHANGE FOR PAN '
                      EVT-PAN(WS-EVT-IDX)
                      ' - IRS FILE WOULD BE SHORT, RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES              TO IRS-PAYEE-RECORD.
           MOVE 'B'                 TO B-RECORD-TYPE.
           MOVE WS-TAX-YEAR         TO B-PAYMENT-YEAR.
           MOVE WS-SURNAME(1:4)     TO B-NAME-CONTROL.
           MOVE '2'                 TO B-TIN-TYPE.
           MOVE EPSSSNTK-SSN        TO B-PAYEE-TIN.
           MOVE EVT-PAN(WS-EVT-IDX) TO B-ACCOUNT-NUMBER.
           PERFORM A610-ZERO-AMOUNT-SLOT
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > 16.
           MOVE EVT-AMOUNT(WS-EVT-IDX) TO B-PAYMENT-AMOUNT(2).
           MOVE BRWR-NAME           TO B-PAYEE-NAME.
           MOVE BRWR-ADDR-LINE-1    TO B-PAYEE-ADDRESS.
           MOVE BRWR-CITY           TO B-PAYEE-CITY.
           MOVE BRWR-STATE          TO B-PAYEE-STATE.
           MOVE BRWR-ZIP            TO B-PAYEE-ZIP.
           ADD 1 TO WS-SEQUENCE-NUMBER.
           MOVE WS-SEQUENCE-NUMBER  TO B-SEQUENCE-NUMBER.
           MOVE EVT-DATE(WS-EVT-IDX) TO B-EVENT-DATE.
           IF EVT-CHARGE-OFF(WS-EVT-IDX)
              MOVE 'G'                   TO B-EVENT-CODE
              MOVE STATIC-CO-DESCRIPTION TO B-DEBT-DESCRIPTION
           ELSE
              MOVE 'F'                    TO B-EVENT-CODE
              MOVE STATIC-MOD-DESCRIPTION TO B-DEBT-DESCRIPTION
           END-IF.
           MOVE 'X'                 TO B-PERSONAL-LIABILITY-IND.
           WRITE IRS-PAYEE-RECORD.
      *    THE CLEAR SSN LIVES NO LONGER THAN THE WRITE.
           MOVE SPACES TO EPSSSNTK-SSN.

           ADD 1 TO WS-PAYEE-COUNT.
           ADD EVT-AMOUNT(WS-EVT-IDX) TO WS-DISCHARGED-TOTAL.
           PERFORM A660-PRINT-BORROWER-COPY
           .

       A610-ZERO-AMOUNT-SLOT.
           MOVE 0 TO B-PAYMENT-AMOUNT(WS-MAP-IDX)
           .

       A640-DETOKENIZE.
           SET EPSSSNTK-DETOKENIZE TO TRUE.
           MOVE 'EPS1099C' TO EPSSSNTK-CALLER-ID.
           MOVE WS-MAP-TOKEN(EVT-TOKEN-SLOT(WS-EVT-IDX))
                TO EPSSSNTK-TOKEN.
           MOVE SPACES TO EPSSSNTK-SSN.
           CALL 'EPSSSNTK' USING EPSSSNTK-PARMS
           .

       A650-SPLIT-NAME.
           MOVE 0      TO WS-NAME-PART-COUNT.
           MOVE SPACES TO WS-NAME-PART-1 WS-NAME-PART-2
                          WS-NAME-PART-3 WS-NAME-PART-4.
           UNSTRING BRWR-NAME DELIMITED BY ALL SPACE
              INTO WS-NAME-PART-1 WS-NAME-PART-2 WS-NAME-PART-3
                   WS-NAME-PART-4
              TALLYING IN WS-NAME-PART-COUNT
           END-UNSTRING.
           EVALUATE TRUE
              WHEN WS-NAME-PART-4 NOT = SPACES
                 MOVE WS-NAME-PART-4 TO WS-SURNAME
              WHEN WS-NAME-PART-3 NOT = SPACES
                 MOVE WS-NAME-PART-3 TO WS-SURNAME
              WHEN WS-NAME-PART-2 NOT = SPACES
                 MOVE WS-NAME-PART-2 TO WS-SURNAME
              WHEN OTHER
                 MOVE WS-NAME-PART-1 TO WS-SURNAME
           END-EVALUATE
           .

      *    THE DEBTOR'S COPY B - THE TIN TRUNCATED TO THE LAST FOUR,
      *    WHICH THE TOKEN CARRIES IN POSITIONS 6-9.
       A660-PRINT-BORROWER-COPY.
           MOVE WS-TAX-YEAR      TO FRM-TAX-YEAR.
           MOVE WS-FORM-TITLE    TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE WS-FORM-COPY-LINE TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE WS-FORM-COPY-LINE-2 TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE WS-FORM-BLANK-LINE TO FORM-LINE.
           WRITE FORM-LINE.

           MOVE PC1-PAYER-NAME    TO FRM-CREDITOR-TEXT.
           MOVE WS-FORM-CREDITOR-LINE TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE SPACES            TO WS-FORM-CITY-LINE.
           MOVE PC2-PAYER-ADDRESS TO FRM-CITY.
           MOVE WS-FORM-CITY-LINE TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE PC3-PAYER-CITY    TO FRM-CITY.
           MOVE PC3-PAYER-STATE   TO FRM-STATE.
           MOVE PC3-PAYER-ZIP     TO FRM-ZIP.
           MOVE WS-FORM-CITY-LINE TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE PC1-PAYER-TIN     TO FRM-PAYER-TIN.
           MOVE WS-MAP-TOKEN(EVT-TOKEN-SLOT(WS-EVT-IDX))(6:4)
                TO FRM-TIN-LAST-FOUR.
           MOVE WS-FORM-TIN-LINE  TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE WS-FORM-BLANK-LINE TO FORM-LINE.
           WRITE FORM-LINE.

           MOVE BRWR-NAME         TO WS-FORM-NAME-LINE.
           MOVE WS-FORM-NAME-LINE TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE BRWR-ADDR-LINE-1  TO WS-FORM-ADDRESS-LINE.
           MOVE WS-FORM-ADDRESS-LINE TO FORM-LINE.
           WRITE FORM-LINE.
           IF BRWR-ADDR-LINE-2 NOT = SPACES
              MOVE BRWR-ADDR-LINE-2 TO WS-FORM-ADDRESS-LINE
              MOVE WS-FORM-ADDRESS-LINE TO FORM-LINE
              WRITE FORM-LINE
           END-IF.
           MOVE BRWR-CITY         TO FRM-DEBTOR-CITY.
           MOVE BRWR-STATE        TO FRM-DEBTOR-STATE.
           MOVE BRWR-ZIP          TO FRM-DEBTOR-ZIP.
           MOVE WS-FORM-DEBTOR-CITY-LINE TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE WS-FORM-BLANK-LINE TO FORM-LINE.
           WRITE FORM-LINE.

           MOVE EVT-PAN(WS-EVT-IDX) TO FRM-PAN.
           MOVE WS-FORM-ACCOUNT-LINE TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE EVT-DATE(WS-EVT-IDX) TO FRM-EVENT-DATE.
           MOVE WS-FORM-BOX-1-LINE TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE EVT-AMOUNT(WS-EVT-IDX) TO FRM-DISCHARGED.
           MOVE WS-FORM-BOX-2-LINE TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE 0                  TO FRM-INTEREST.
           MOVE WS-FORM-BOX-3-LINE TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE B-DEBT-DESCRIPTION TO FRM-DESCRIPTION.
           MOVE WS-FORM-BOX-4-LINE TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE 'X'                TO FRM-LIABLE.
           MOVE WS-FORM-BOX-5-LINE TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE B-EVENT-CODE       TO FRM-EVENT-CODE.
           MOVE WS-FORM-BOX-6-LINE TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE 0                  TO FRM-FMV.
           MOVE WS-FORM-BOX-7-LINE TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE WS-FORM-BLANK-LINE TO FORM-LINE.
           WRITE FORM-LINE
           .

       A700-WRITE-FILE-TRAILERS.
           MOVE SPACES              TO IRS-END-OF-PAYER-RECORD.
           MOVE 'C'                 TO C-RECORD-TYPE.
           MOVE WS-PAYEE-COUNT      TO C-NUMBER-OF-PAYEES.
           PERFORM A710-ZERO-CONTROL-TOTAL
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > 18.
           MOVE WS-DISCHARGED-TOTAL TO C-CONTROL-TOTAL(2).
           ADD 1 TO WS-SEQUENCE-NUMBER.
           MOVE WS-SEQUENCE-NUMBER  TO C-SEQUENCE-NUMBER.
           WRITE IRS-END-OF-PAYER-RECORD.

           MOVE SPACES              TO IRS-END-OF-TRANSMISSION-RECORD.
           MOVE 'F'                 TO F-RECORD-TYPE.
           MOVE 1                   TO F-NUMBER-OF-A-RECORDS.
           MOVE ALL '0'             TO F-ZERO-FILL.
           MOVE WS-PAYEE-COUNT      TO F-TOTAL-PAYEES.
           ADD 1 TO WS-SEQUENCE-NUMBER.
           MOVE WS-SEQUENCE-NUMBER  TO F-SEQUENCE-NUMBER.
           WRITE IRS-END-OF-TRANSMISSION-RECORD
           .

       A710-ZERO-CONTROL-TOTAL.
           MOVE 0 TO C-CONTROL-TOTAL(WS-MAP-IDX)
           .

      *    EACH SOURCE MUST BALANCE: EVENTS FOUND = ISSUED + UNDER
      *    THRESHOLD + EXCEPTIONS. THE ISSUED AMOUNTS TOGETHER MUST
      *    EQUAL THE C-RECORD CONTROL TOTAL.
       A800-BALANCE-REPORT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-BALANCE-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A810-BALANCE-ONE-SOURCE
                   VARYING WS-BAL-SRC-IDX FROM 1 BY 1
                   UNTIL WS-BAL-SRC-IDX > 2.

           MOVE SPACES TO WS-BALANCE-LINE.
           MOVE 'FORMS ON IRS FILE (C RECORD)' TO BAL-LABEL.
           MOVE WS-PAYEE-COUNT      TO BAL-COUNT-OUT.
           MOVE WS-DISCHARGED-TOTAL TO BAL-AMOUNT-OUT.
           IF WS-PAYEE-COUNT = BAL-COUNT(1 2) + BAL-COUNT(2 2)
              AND WS-DISCHARGED-TOTAL =
                  BAL-AMOUNT(1 2) + BAL-AMOUNT(2 2)
              MOVE 'IN BALANCE'     TO BAL-RESULT
           ELSE
              MOVE '** OUT OF BALANCE' TO BAL-RESULT
           END-IF.
           MOVE WS-BALANCE-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A810-BALANCE-ONE-SOURCE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-BALANCE-LINE.
           IF WS-BAL-SRC-IDX = 1
              MOVE 'CHARGE-OFF DEFICIENCIES (EPSRCVSL)' TO BAL-LABEL
           ELSE
              MOVE 'MODIFICATION FORGIVENESS (EPSLMHST)'
                   TO BAL-LABEL
           END-IF.
           MOVE 1 TO WS-BAL-BKT-IDX.
           PERFORM A820-PRINT-BUCKET.
           MOVE '  1099-C ISSUED' TO BAL-LABEL.
           MOVE 2 TO WS-BAL-BKT-IDX.
           PERFORM A820-PRINT-BUCKET.
           MOVE '  UNDER $600 - NOT REPORTABLE' TO BAL-LABEL.
           MOVE 3 TO WS-BAL-BKT-IDX.
           PERFORM A820-PRINT-BUCKET.
           MOVE '  EXCEPTIONS - NOT ISSUED' TO BAL-LABEL.
           MOVE 4 TO WS-BAL-BKT-IDX.
           PERFORM A820-PRINT-BUCKET.

           COMPUTE WS-BAL-CHECK-COUNT =
                   BAL-COUNT(WS-BAL-SRC-IDX 1)
                 - BAL-COUNT(WS-BAL-SRC-IDX 2)
                 - BAL-COUNT(WS-BAL-SRC-IDX 3)
                 - BAL-COUNT(WS-BAL-SRC-IDX 4).
           COMPUTE WS-BAL-CHECK-AMOUNT =
                   BAL-AMOUNT(WS-BAL-SRC-IDX 1)
                 - BAL-AMOUNT(WS-BAL-SRC-IDX 2)
                 - BAL-AMOUNT(WS-BAL-SRC-IDX 3)
                 - BAL-AMOUNT(WS-BAL-SRC-IDX 4).
           MOVE SPACES TO WS-BALANCE-LINE.
           MOVE '  DIFFERENCE' TO BAL-LABEL.
           MOVE WS-BAL-CHECK-COUNT  TO BAL-COUNT-OUT.
           MOVE WS-BAL-CHECK-AMOUNT TO BAL-AMOUNT-OUT.
           IF WS-BAL-CHECK-COUNT = 0 AND WS-BAL-CHECK-AMOUNT = 0
              MOVE 'IN BALANCE'        TO BAL-RESULT
           ELSE
              MOVE '** OUT OF BALANCE' TO BAL-RESULT
           END-IF.
           MOVE WS-BALANCE-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A820-PRINT-BUCKET.
           MOVE BAL-COUNT(WS-BAL-SRC-IDX WS-BAL-BKT-IDX)
                TO BAL-COUNT-OUT.
           MOVE BAL-AMOUNT(WS-BAL-SRC-IDX WS-BAL-BKT-IDX)
                TO BAL-AMOUNT-OUT.
           MOVE SPACES TO BAL-RESULT.
           MOVE WS-BALANCE-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A890-PRINT-DETAIL.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           CLOSE RECOVERY-SUBLEDGER-FILE.
           CLOSE MODIFICATION-HISTORY-FILE.
           CLOSE BORROWER-MASTER-FILE.
           CLOSE SSN-XREF-FILE.
           CLOSE FORM-FILE.
           CLOSE IRS-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
