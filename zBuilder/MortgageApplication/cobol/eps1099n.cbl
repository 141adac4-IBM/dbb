       ID DIVISION.
       PROGRAM-ID. EPS1099N.
      *    YEAR-END FORM 1099-NEC NONEMPLOYEE COMPENSATION RUN.
      *
      *    THE APPRAISERS, INSPECTORS, FLOOD DETERMINATION FIRMS AND
      *    FORECLOSURE ATTORNEYS EPSVNINV PAYS ARE PAID FOR SERVICES,
      *    AND A VENDOR FLAGGED 1099-REPORTABLE ON THE EPSVNDRF MASTER
      *    MUST GET A 1099-NEC FOR THE YEAR. THE MASTER CARRIES WHAT
      *    EACH VENDOR WAS PAID - THIS YEAR'S TOTAL AND LAST YEAR'S,
      *    ROLLED BY EPSVNINV AT THE FIRST PAYMENT OF A NEW YEAR - SO
      *    THE TAX YEAR'S AMOUNT IS WHICHEVER OF THE TWO IS FOR IT.
      *
      *    A VENDOR PAID UNDER THE $600 REPORTING THRESHOLD, OR NOT
      *    FLAGGED REPORTABLE (A CORPORATION), IS COUNTED BUT NOT
      *    ISSUED. FOR THE REST IT PRINTS THE COPY B FORM FOR THE
      *    RECIPIENT ON N1099FRM (THE REMIT-TO NAME AND ADDRESS, THE
      *    TIN TRUNCATED TO ITS LAST FOUR) AND WRITES THE IRS
      *    ELECTRONIC FILE ON N1099IRS - T, A, ONE B PER FORM, C AND
      *    F, IN THE EPS1099C LAYOUT. THE VENDOR'S TIN IS HELD ON THE
      *    MASTER ONLY AS ITS EPSSSNTK TOKEN; THE CLEAR TIN FOR THE B
      *    RECORD IS EXCHANGED THROUGH EPSSSNTK (THIS PROGRAM IS ON
      *    ITS AUTHORIZED-CALLER LIST) FOR THE LENGTH OF ONE WRITE.
      *
      *    A REPORTABLE VENDOR WITH NO TIN OR NO NAME CANNOT BE FILED
      *    AND IS LISTED AS AN EXCEPTION FOR PAYABLES TO CHASE A W-9.
      *    THE CONTROL REPORT BALANCES THE VENDORS PAID AGAINST WHAT
      *    WAS ISSUED, WHAT FELL UNDER THE THRESHOLD, WHAT WAS NOT
      *    REPORTABLE AND WHAT WENT TO EXCEPTIONS, AND THE FORMS
      *    ISSUED AGAINST THE C-RECORD CONTROL TOTAL.
      *
      *    CONTROL CARDS (SYSIN) - AS FOR EPS1099C:
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
           SELECT VENDOR-MASTER-FILE ASSIGN TO EPSVNDRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VNDR-ID
                  FILE STATUS IS WS-VNDRF-STATUS.

           SELECT FORM-FILE ASSIGN TO N1099FRM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-FORM-STATUS.

           SELECT IRS-FILE ASSIGN TO N1099IRS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IRS-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO N1099RPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY EPSVNDRF.

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
      *    NO 1099-NEC IS REQUIRED FOR LESS THAN $600 PAID.
           03 STATIC-THRESHOLD            PIC 9(7)V99 VALUE 600.00.

       01 WS-FILE-STATUSES.
           03 WS-VNDRF-STATUS             PIC XX.
           03 WS-FORM-STATUS              PIC XX.
           03 WS-IRS-STATUS               PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-VENDORS           PIC X VALUE 'N'.
              88 END-OF-VENDORS              VALUE 'Y'.

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

      *    THE VENDORS PAID IN THE TAX YEAR, ONE FORM EACH.
       01 WS-VENDOR-TABLE.
           03 WS-VENDOR-COUNT             PIC 9(5) COMP VALUE 0.
           03 WS-VENDOR-ENTRY OCCURS 2000 TIMES.
              05 VEN-ID                   PIC X(8).
              05 VEN-AMOUNT               PIC 9(9)V99.
              05 VEN-DISPOSITION          PIC 9.
                 88 VEN-ISSUE                VALUE 2.
                 88 VEN-UNDER-THRESHOLD      VALUE 3.
                 88 VEN-NOT-REPORTABLE       VALUE 4.
                 88 VEN-EXCEPTION            VALUE 5.
       01 WS-VEN-IDX                      PIC 9(5) COMP.
       01 WS-YEAR-AMOUNT                  PIC 9(9)V99.

      *    BALANCING BUCKETS BY DISPOSITION (1 PAID, 2 ISSUED,
      *    3 UNDER THRESHOLD, 4 NOT REPORTABLE, 5 EXCEPTION).
       01 WS-BALANCE-TABLE.
           03 WS-BAL-BUCKET OCCURS 5 TIMES.
              05 BAL-COUNT                PIC 9(7).
              05 BAL-AMOUNT               PIC 9(11)V99.
       01 WS-BAL-BKT-IDX                  PIC 9 COMP.
       01 WS-BAL-CHECK-AMOUNT             PIC S9(11)V99.
       01 WS-BAL-CHECK-COUNT              PIC S9(7).

      *    IRS FILE CONTROLS.
       01 WS-FILE-CONTROLS.
           03 WS-SEQUENCE-NUMBER          PIC 9(8) VALUE 0.
           03 WS-PAYEE-COUNT              PIC 9(8) VALUE 0.
           03 WS-ISSUE-COUNT              PIC 9(8) VALUE 0.
           03 WS-COMPENSATION-TOTAL       PIC 9(16)V99 VALUE 0.
       01 WS-SLOT-IDX                     PIC 9(2) COMP.

      *    VNDR-NAME SPLIT ON SPACES - AN INDIVIDUAL'S NAME CONTROL IS
      *    TAKEN FROM THE LAST WORD, THE SURNAME. A BUSINESS'S IS THE
      *    FIRST FOUR CHARACTERS OF ITS NAME.
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

       01 WS-FORM-LINES.
           03 WS-FORM-TITLE.
              05 FILLER                   PIC X(44) VALUE
                 'FORM 1099-NEC   NONEMPLOYEE COMPENSATION'.
              05 FILLER                   PIC X(9)  VALUE
                 'TAX YEAR '.
              05 FRM-TAX-YEAR             PIC 9(4).
           03 WS-FORM-COPY-LINE           PIC X(80) VALUE
              'COPY B - FOR RECIPIENT.  THIS IS IMPORTANT TAX INFORMATIO
      -       'N AND IS BEING'.
           03 WS-FORM-COPY-LINE-2         PIC X(80) VALUE
              'FURNISHED TO THE INTERNAL REVENUE SERVICE.'.
           03 WS-FORM-PAYER-LINE.
              05 FILLER                   PIC X(11) VALUE
                 'PAYER:    '.
              05 FRM-PAYER-TEXT           PIC X(69).
           03 WS-FORM-CITY-LINE.
              05 FILLER                   PIC X(11) VALUE SPACES.
              05 FRM-CITY                 PIC X(40).
              05 FILLER                   PIC X VALUE SPACE.
              05 FRM-STATE                PIC X(2).
              05 FILLER                   PIC X VALUE SPACE.
              05 FRM-ZIP                  PIC X(9).
           03 WS-FORM-TIN-LINE.
              05 FILLER                   PIC X(17) VALUE
                 'PAYER''S TIN: '.
              05 FRM-PAYER-TIN            PIC X(9).
              05 FILLER                   PIC X(8) VALUE SPACES.
              05 FILLER                   PIC X(18) VALUE
                 'RECIPIENT''S TIN: '.
              05 FILLER                   PIC X(5) VALUE 'XXXXX'.
              05 FRM-TIN-LAST-FOUR        PIC X(4).
           03 WS-FORM-NAME-LINE           PIC X(80).
           03 WS-FORM-ADDRESS-LINE        PIC X(80).
           03 WS-FORM-RECIPIENT-CITY-LINE.
              05 FRM-RECIPIENT-CITY       PIC X(20).
              05 FILLER                   PIC X VALUE SPACE.
              05 FRM-RECIPIENT-STATE      PIC X(2).
              05 FILLER                   PIC X VALUE SPACE.
              05 FRM-RECIPIENT-ZIP        PIC X(9).
           03 WS-FORM-ACCOUNT-LINE.
              05 FILLER                   PIC X(36) VALUE
                 'ACCOUNT NUMBER'.
              05 FRM-VENDOR-ID            PIC X(8).
           03 WS-FORM-BOX-1-LINE.
              05 FILLER                   PIC X(36) VALUE
                 ' 1 NONEMPLOYEE COMPENSATION'.
              05 FRM-COMPENSATION         PIC ZZZ,ZZZ,ZZ9.99.
           03 WS-FORM-BOX-4-LINE.
              05 FILLER                   PIC X(36) VALUE
                 ' 4 FEDERAL INCOME TAX WITHHELD'.
              05 FRM-WITHHELD             PIC ZZZ,ZZZ,ZZ9.99.
           03 WS-FORM-BLANK-LINE          PIC X(80) VALUE SPACES.

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPS1099N - 1099-NEC VENDOR CONTROL REPORT'.
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
              05 DTL-VENDOR-ID            PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-VENDOR-NAME          PIC X(30).
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
           PERFORM A200-LOAD-VENDOR UNTIL END-OF-VENDORS.
           PERFORM A400-CLASSIFY-VENDOR
                   VARYING WS-VEN-IDX FROM 1 BY 1
                   UNTIL WS-VEN-IDX > WS-VENDOR-COUNT.
           PERFORM A500-WRITE-FILE-HEADERS.
           PERFORM A600-ISSUE-ONE-FORM
                   VARYING WS-VEN-IDX FROM 1 BY 1
                   UNTIL WS-VEN-IDX > WS-VENDOR-COUNT.
           PERFORM A700-WRITE-FILE-TRAILERS.
           PERFORM A800-BALANCE-REPORT.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPS1099N' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  VENDOR-MASTER-FILE.
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

           MOVE LOW-VALUES TO VNDR-ID.
           START VENDOR-MASTER-FILE KEY IS NOT LESS THAN VNDR-ID
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-VENDORS
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

      *    RUN IN JANUARY THE TAX YEAR IS THE PRIOR-YEAR SLOT - OR
      *    STILL THE CURRENT ONE FOR A VENDOR NOT YET PAID THIS YEAR.
       A200-LOAD-VENDOR.
           READ VENDOR-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-VENDORS
           END-READ.
           IF END-OF-VENDORS
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN VNDR-YTD-YEAR = WS-TAX-YEAR
                 MOVE VNDR-YTD-PAID   TO WS-YEAR-AMOUNT
              WHEN VNDR-PRIOR-YEAR = WS-TAX-YEAR
                 MOVE VNDR-PRIOR-PAID TO WS-YEAR-AMOUNT
              WHEN OTHER
                 MOVE 0               TO WS-YEAR-AMOUNT
           END-EVALUATE.
           IF WS-YEAR-AMOUNT > 0
              PERFORM A350-ADD-VENDOR
           END-IF
           .

       A350-ADD-VENDOR.
           IF WS-VENDOR-COUNT >= 2000
              DISPLAY 'EPS1099N - VENDOR TABLE FULL AT 2000 - '
                      'FILING WOULD BE INCOMPLETE, RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-VENDOR-COUNT.
           MOVE VNDR-ID        TO VEN-ID(WS-VENDOR-COUNT).
           MOVE WS-YEAR-AMOUNT TO VEN-AMOUNT(WS-VENDOR-COUNT).
           MOVE 0              TO VEN-DISPOSITION(WS-VENDOR-COUNT).
           ADD 1 TO BAL-COUNT(1).
           ADD WS-YEAR-AMOUNT TO BAL-AMOUNT(1)
           .

      *    REPORTABILITY, THEN THRESHOLD, THEN WHETHER THE FORM CAN BE
      *    FILED AT ALL. THE IRS FILE'S PAYEE COUNT COMES FROM THIS
      *    PASS.
       A400-CLASSIFY-VENDOR.
           MOVE VEN-ID(WS-VEN-IDX) TO VNDR-ID.
           READ VENDOR-MASTER-FILE
              INVALID KEY
                 MOVE SPACES TO VNDR-NAME VNDR-TIN-TOKEN
           END-READ.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE VEN-ID(WS-VEN-IDX)     TO DTL-VENDOR-ID.
           MOVE VNDR-NAME              TO DTL-VENDOR-NAME.
           MOVE VEN-AMOUNT(WS-VEN-IDX) TO DTL-AMOUNT.

           EVALUATE TRUE
              WHEN NOT VNDR-1099-REPORTABLE
                 MOVE 4 TO VEN-DISPOSITION(WS-VEN-IDX)
              WHEN VEN-AMOUNT(WS-VEN-IDX) < STATIC-THRESHOLD
                 MOVE 3 TO VEN-DISPOSITION(WS-VEN-IDX)
              WHEN VNDR-NAME = SPACES
                 MOVE 5 TO VEN-DISPOSITION(WS-VEN-IDX)
                 MOVE 'EXCEPTION - NO VENDOR NAME ON FILE, NOT ISSUED'
                      TO DTL-RESULT
                 PERFORM A890-PRINT-DETAIL
              WHEN VNDR-TIN-TOKEN = SPACES
                 MOVE 5 TO VEN-DISPOSITION(WS-VEN-IDX)
                 MOVE 'EXCEPTION - NO TIN ON FILE, NOT ISSUED'
                      TO DTL-RESULT
                 PERFORM A890-PRINT-DETAIL
              WHEN OTHER
                 MOVE 2 TO VEN-DISPOSITION(WS-VEN-IDX)
           END-EVALUATE.

           MOVE VEN-DISPOSITION(WS-VEN-IDX) TO WS-BAL-BKT-IDX.
           ADD 1 TO BAL-COUNT(WS-BAL-BKT-IDX).
           ADD VEN-AMOUNT(WS-VEN-IDX) TO BAL-AMOUNT(WS-BAL-BKT-IDX).
           IF VEN-ISSUE(WS-VEN-IDX)
              ADD 1 TO WS-ISSUE-COUNT
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
           MOVE 'NE'                TO A-TYPE-OF-RETURN.
           MOVE '1'                 TO A-AMOUNT-CODES.
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
           IF NOT VEN-ISSUE(WS-VEN-IDX)
              EXIT PARAGRAPH
           END-IF.
           MOVE VEN-ID(WS-VEN-IDX) TO VNDR-ID.
           READ VENDOR-MASTER-FILE
              INVALID KEY
                 MOVE SPACES TO VNDR-NAME
           END-READ.
           PERFORM A640-DETOKENIZE.
           IF NOT EPSSSNTK-SUCCESS
              DISPLAY 'EPS1099N - TOKEN WOULD NOT EXCHANGE FOR VENDOR '
                      VEN-ID(WS-VEN-IDX)
                      ' - IRS FILE WOULD BE SHORT, RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES              TO IRS-PAYEE-RECORD.
           MOVE 'B'                 TO B-RECORD-TYPE.
           MOVE WS-TAX-YEAR         TO B-PAYMENT-YEAR.
           IF VNDR-TIN-SSN
              PERFORM A650-SPLIT-NAME
              MOVE WS-SURNAME(1:4)  TO B-NAME-CONTROL
           ELSE
              MOVE VNDR-NAME(1:4)   TO B-NAME-CONTROL
           END-IF.
           MOVE VNDR-TIN-TYPE       TO B-TIN-TYPE.
           MOVE EPSSSNTK-SSN        TO B-PAYEE-TIN.
           MOVE VNDR-ID             TO B-ACCOUNT-NUMBER.
           PERFORM A610-ZERO-AMOUNT-SLOT
                   VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 16.
           MOVE VEN-AMOUNT(WS-VEN-IDX) TO B-PAYMENT-AMOUNT(1).
           MOVE VNDR-NAME           TO B-PAYEE-NAME.
           MOVE VNDR-REMIT-ADDR-LINE-1 TO B-PAYEE-ADDRESS.
           MOVE VNDR-REMIT-CITY     TO B-PAYEE-CITY.
           MOVE VNDR-REMIT-STATE    TO B-PAYEE-STATE.
           MOVE VNDR-REMIT-ZIP      TO B-PAYEE-ZIP.
           ADD 1 TO WS-SEQUENCE-NUMBER.
           MOVE WS-SEQUENCE-NUMBER  TO B-SEQUENCE-NUMBER.
           WRITE IRS-PAYEE-RECORD.
      *    THE CLEAR TIN LIVES NO LONGER THAN THE WRITE.
           MOVE SPACES TO EPSSSNTK-SSN.

           ADD 1 TO WS-PAYEE-COUNT.
           ADD VEN-AMOUNT(WS-VEN-IDX) TO WS-COMPENSATION-TOTAL.
           PERFORM A660-PRINT-RECIPIENT-COPY
           .

       A610-ZERO-AMOUNT-SLOT.
           MOVE 0 TO B-PAYMENT-AMOUNT(WS-SLOT-IDX)
           .

       A640-DETOKENIZE.
           SET EPSSSNTK-DETOKENIZE TO TRUE.
           MOVE 'EPS1099N'     TO EPSSSNTK-CALLER-ID.
           MOVE VNDR-TIN-TOKEN TO EPSSSNTK-TOKEN.
           MOVE SPACES         TO EPSSSNTK-SSN.
           CALL 'EPSSSNTK' USING EPSSSNTK-PARMS
           .

       A650-SPLIT-NAME.
           MOVE 0      TO WS-NAME-PART-COUNT.
           MOVE SPACES TO WS-NAME-PART-1 WS-NAME-PART-2
                          WS-NAME-PART-3 WS-NAME-PART-4.
           UNSTRING VNDR-NAME DELIMITED BY ALL SPACE
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

      *    THE RECIPIENT'S COPY B - THE TIN TRUNCATED TO THE LAST
      *    FOUR, WHICH THE TOKEN CARRIES IN POSITIONS 6-9.
       A660-PRINT-RECIPIENT-COPY.
           MOVE WS-TAX-YEAR      TO FRM-TAX-YEAR.
           MOVE WS-FORM-TITLE    TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE WS-FORM-COPY-LINE TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE WS-FORM-COPY-LINE-2 TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE WS-FORM-BLANK-LINE TO FORM-LINE.
           WRITE FORM-LINE.

           MOVE PC1-PAYER-NAME    TO FRM-PAYER-TEXT.
           MOVE WS-FORM-PAYER-LINE TO FORM-LINE.
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
           MOVE VNDR-TIN-TOKEN(6:4) TO FRM-TIN-LAST-FOUR.
           MOVE WS-FORM-TIN-LINE  TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE WS-FORM-BLANK-LINE TO FORM-LINE.
           WRITE FORM-LINE.

           MOVE VNDR-NAME         TO WS-FORM-NAME-LINE.
           MOVE WS-FORM-NAME-LINE TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE VNDR-REMIT-ADDR-LINE-1 TO WS-FORM-ADDRESS-LINE.
           MOVE WS-FORM-ADDRESS-LINE TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE VNDR-REMIT-CITY   TO FRM-RECIPIENT-CITY.
           MOVE VNDR-REMIT-STATE  TO FRM-RECIPIENT-STATE.
           MOVE VNDR-REMIT-ZIP    TO FRM-RECIPIENT-ZIP.
           MOVE WS-FORM-RECIPIENT-CITY-LINE TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE WS-FORM-BLANK-LINE TO FORM-LINE.
           WRITE FORM-LINE.

           MOVE VNDR-ID            TO FRM-VENDOR-ID.
           MOVE WS-FORM-ACCOUNT-LINE TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE VEN-AMOUNT(WS-VEN-IDX) TO FRM-COMPENSATION.
           MOVE WS-FORM-BOX-1-LINE TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE 0                  TO FRM-WITHHELD.
           MOVE WS-FORM-BOX-4-LINE TO FORM-LINE.
           WRITE FORM-LINE.
           MOVE WS-FORM-BLANK-LINE TO FORM-LINE.
           WRITE FORM-LINE
           .

       A700-WRITE-FILE-TRAILERS.
           MOVE SPACES              TO IRS-END-OF-PAYER-RECORD.
           MOVE 'C'                 TO C-RECORD-TYPE.
           MOVE WS-PAYEE-COUNT      TO C-NUMBER-OF-PAYEES.
           PERFORM A710-ZERO-CONTROL-TOTAL
                   VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 18.
           MOVE WS-COMPENSATION-TOTAL TO C-CONTROL-TOTAL(1).
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
           MOVE 0 TO C-CONTROL-TOTAL(WS-SLOT-IDX)
           .

      *    VENDORS PAID = ISSUED + UNDER THRESHOLD + NOT REPORTABLE +
      *    EXCEPTIONS. THE ISSUED AMOUNTS MUST EQUAL THE C-RECORD
      *    CONTROL TOTAL.
       A800-BALANCE-REPORT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-BALANCE-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-BALANCE-LINE.
           MOVE 'VENDORS PAID IN TAX YEAR (EPSVNDRF)' TO BAL-LABEL.
           MOVE 1 TO WS-BAL-BKT-IDX.
           PERFORM A820-PRINT-BUCKET.
           MOVE '  1099-NEC ISSUED' TO BAL-LABEL.
           MOVE 2 TO WS-BAL-BKT-IDX.
           PERFORM A820-PRINT-BUCKET.
           MOVE '  UNDER $600 - NOT REPORTABLE' TO BAL-LABEL.
           MOVE 3 TO WS-BAL-BKT-IDX.
           PERFORM A820-PRINT-BUCKET.
           MOVE '  NOT FLAGGED 1099 - NOT ISSUED' TO BAL-LABEL.
           MOVE 4 TO WS-BAL-BKT-IDX.
           PERFORM A820-PRINT-BUCKET.
           MOVE '  EXCEPTIONS - NOT ISSUED' TO BAL-LABEL.
           MOVE 5 TO WS-BAL-BKT-IDX.
           PERFORM A820-PRINT-BUCKET.

           COMPUTE WS-BAL-CHECK-COUNT =
                   BAL-COUNT(1) - BAL-COUNT(2) - BAL-COUNT(3)
                 - BAL-COUNT(4) - BAL-COUNT(5).
           COMPUTE WS-BAL-CHECK-AMOUNT =
                   BAL-AMOUNT(1) - BAL-AMOUNT(2) - BAL-AMOUNT(3)
                 - BAL-AMOUNT(4) - BAL-AMOUNT(5).
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
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-BALANCE-LINE.
           MOVE 'FORMS ON IRS FILE (C RECORD)' TO BAL-LABEL.
           MOVE WS-PAYEE-COUNT        TO BAL-COUNT-OUT.
           MOVE WS-COMPENSATION-TOTAL TO BAL-AMOUNT-OUT.
           IF WS-PAYEE-COUNT = BAL-COUNT(2)
              AND WS-COMPENSATION-TOTAL = BAL-AMOUNT(2)
              MOVE 'IN BALANCE'        TO BAL-RESULT
           ELSE
              MOVE '** OUT OF BALANCE' TO BAL-RESULT
           END-IF.
           MOVE WS-BALANCE-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A820-PRINT-BUCKET.
           MOVE BAL-COUNT(WS-BAL-BKT-IDX)  TO BAL-COUNT-OUT.
           MOVE BAL-AMOUNT(WS-BAL-BKT-IDX) TO BAL-AMOUNT-OUT.
           MOVE SPACES TO BAL-RESULT.
           MOVE WS-BALANCE-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A890-PRINT-DETAIL.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           CLOSE VENDOR-MASTER-FILE.
           CLOSE FORM-FILE.
           CLOSE IRS-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
