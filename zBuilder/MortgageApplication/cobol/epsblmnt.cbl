       ID DIVISION.
       PROGRAM-ID. EPSBLMNT.
      *    BALLOON TERMS MAINTENANCE RUN.
      *
      *    A BALLOON LOAN BOARDS LIKE ANY OTHER - EPSSVBLD PRICES THE
      *    LEVEL P+I OVER THE FULL AMORTIZATION TERM - AND THIS RUN
      *    THEN PUTS THE NOTE'S EARLY MATURITY ON THE MASTER FROM
      *    EPSBLTXN CARDS, IN THE SAME TRANSACTION-DRIVEN SHAPE
      *    EPSHLMNT USES:
      *
      *       - AN 'S' CARD BOOKS THE MATURITY DATE (OR MOVES IT, FOR
      *         AN EXTENSION). IT MUST FALL ON A FUTURE INSTALLMENT
      *         DATE INSIDE THE AMORTIZATION TERM. A CHANGED DATE
      *         CLEARS THE NOTICE STAMP SO EPSBLNOT NOTICES THE NEW
      *         MATURITY FROM SCRATCH.
      *       - AN 'R' CARD TAKES THE BALLOON OFF A LOAN MODIFIED TO
      *         AMORTIZE TO TERM.
      *
      *    THE REPORT SHOWS THE BALLOON PROJECTED AT THE NEW MATURITY
      *    THROUGH THE SAME EPSBLAMT CALL THE NOTICES AND THE FINAL
      *    BILL USE, SO A BOOKING ERROR SHOWS UP HERE FIRST.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO EPSBLTXN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-BLTXN-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO BLMNTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY EPSBLTXN.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
           03 STATIC-ERRORS.
              05 FILLER                  PIC 99 VALUE 1.
              05 FILLER                  PIC X(80)
              VALUE 'CARD FAILED - PAN NOT ON SERVICING MASTER'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X(80)
              VALUE 'CARD FAILED - LOAN NOT ACTIVE'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(80)
              VALUE 'SET FAILED - A HELOC CANNOT CARRY A BALLOON'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(80)
              VALUE 'SET FAILED - MATURITY NOT THE FIRST OF A MONTH'.
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(80)
              VALUE 'SET FAILED - MATURITY NOT AFTER NEXT DUE DATE'.
              05 FILLER                  PIC 99 VALUE 6.
              05 FILLER                  PIC X(80)
              VALUE 'SET FAILED - MATURITY NOT INSIDE AMORTIZATION'.
              05 FILLER                  PIC 99 VALUE 7.
              05 FILLER                  PIC X(80)
              VALUE 'REMOVE FAILED - LOAN IS NOT A BALLOON'.
              05 FILLER                  PIC 99 VALUE 8.
              05 FILLER                  PIC X(80)
              VALUE 'CARD REJECTED - ACTION NOT S OR R'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 8 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

       01 WS-FILE-STATUSES.
           03 WS-BLTXN-STATUS             PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TRANS             PIC X VALUE 'N'.
              88 END-OF-TRANS                VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 9 VALUE 0.
              88 WS-TRANSACTION-VALID        VALUE 0.

       01 WS-COUNTERS.
           03 WS-SET-COUNT                PIC 9(7) VALUE 0.
           03 WS-REMOVED-COUNT            PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

      *    THE MATURITY CARD'S DATE, THE NEXT INSTALLMENT DUE AND THE
      *    LAST INSTALLMENT OF THE AMORTIZATION TERM - SEE A300.
       01 WS-MATURITY-DATE.
           03 WS-MAT-YYYY                 PIC 9(4).
           03 WS-MAT-MM                   PIC 9(2).
           03 WS-MAT-DD                   PIC 9(2).
       01 WS-MATURITY-DATE-8 REDEFINES WS-MATURITY-DATE
                                          PIC 9(8).
       01 WS-DUE-DATE.
           03 WS-DUE-YYYY                 PIC 9(4).
           03 WS-DUE-MM                   PIC 9(2).
           03 WS-DUE-DD                   PIC 9(2).
       01 WS-DUE-DATE-8 REDEFINES WS-DUE-DATE
                                          PIC 9(8).
       01 WS-TERM-END-DATE.
           03 WS-END-YYYY                 PIC 9(4).
           03 WS-END-MM                   PIC 9(2).
           03 WS-END-DD                   PIC 9(2).
       01 WS-TERM-END-DATE-8 REDEFINES WS-TERM-END-DATE
                                          PIC 9(8).

      *    THE SHARED BALLOON CALCULATION - SEE A350.
           COPY EPSBLPM.

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSBLMNT - BALLOON TERMS MAINTENANCE REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(3)  VALUE 'ACT'.
              05 FILLER                   PIC X(11) VALUE 'MATURITY'.
              05 FILLER                   PIC X(16) VALUE
                 'BALLOON BALANCE'.
              05 FILLER                   PIC X(6)  VALUE 'RESULT'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-ACTION               PIC X.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-MATURITY             PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-BALLOON              PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(60).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'SET:'.
              05 SUM-SET                  PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'REMOVED:'.
              05 SUM-REMOVED              PIC ZZZZZZ9.
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
           MOVE 'EPSBLMNT' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  TRANSACTION-FILE.
           OPEN I-O    SERVICING-MASTER-FILE.
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
           MOVE 0                   TO WS-VALIDATION-INDICATOR.
           MOVE SPACES              TO WS-DETAIL-LINE.
           MOVE BLTXN-PAN           TO DTL-PAN.
           MOVE BLTXN-ACTION        TO DTL-ACTION.
           MOVE BLTXN-MATURITY-DATE TO DTL-MATURITY.

           IF NOT BLTXN-SET-MATURITY AND NOT BLTXN-REMOVE-BALLOON
              MOVE 8 TO WS-VALIDATION-INDICATOR
           END-IF.
           IF WS-TRANSACTION-VALID
              MOVE BLTXN-PAN TO SRV-PAN
              READ SERVICING-MASTER-FILE
                 INVALID KEY
                    MOVE 1 TO WS-VALIDATION-INDICATOR
              END-READ
           END-IF.
           IF WS-TRANSACTION-VALID AND NOT SRV-LOAN-ACTIVE
              MOVE 2 TO WS-VALIDATION-INDICATOR
           END-IF.
           IF WS-TRANSACTION-VALID
              IF BLTXN-SET-MATURITY
                 PERFORM A300-SET-MATURITY
              ELSE
                 PERFORM A400-REMOVE-BALLOON
              END-IF
           END-IF.

           IF WS-TRANSACTION-VALID
              IF BLTXN-SET-MATURITY
                 ADD 1 TO WS-SET-COUNT
                 MOVE EPSBLAMT-BALLOON-BALANCE TO DTL-BALLOON
                 MOVE 'MATURITY SET' TO DTL-RESULT
              ELSE
                 ADD 1 TO WS-REMOVED-COUNT
                 MOVE 'BALLOON REMOVED' TO DTL-RESULT
              END-IF
           ELSE
              ADD 1 TO WS-ERROR-COUNT
              MOVE ERROR-TEXT(WS-VALIDATION-INDICATOR) TO DTL-RESULT
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A150-READ-CARD.

      *    THE MATURITY MUST BE A FUTURE INSTALLMENT DATE - THE FIRST
      *    OF A MONTH, AFTER THE NEXT INSTALLMENT DUE - AND BEFORE THE
      *    LAST INSTALLMENT OF THE AMORTIZATION TERM, OR THERE IS NO
      *    BALLOON TO SPEAK OF.
       A300-SET-MATURITY.
           IF SRV-LOAN-TYPE-IND = 'H'
              MOVE 3 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE BLTXN-MATURITY-DATE TO WS-MATURITY-DATE-8.
           IF WS-MAT-DD NOT = 01
              OR WS-MAT-MM < 01 OR WS-MAT-MM > 12
              MOVE 4 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF WS-MATURITY-DATE-8 NOT > SRV-NEXT-DUE-DATE
              MOVE 5 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE SRV-NEXT-DUE-DATE TO WS-TERM-END-DATE-8.
           ADD SRV-REMAINING-YEARS TO WS-END-YYYY.
           IF WS-MATURITY-DATE-8 NOT < WS-TERM-END-DATE-8
              MOVE 6 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.

           PERFORM A350-PROJECT-BALLOON.
           IF NOT SRV-BALLOON-LOAN
              OR SRV-MATURITY-DATE NOT = WS-MATURITY-DATE-8
              MOVE SPACE TO SRV-MATURITY-NOTICE-IND
           END-IF.
           MOVE 'Y'                TO SRV-BALLOON-IND.
           MOVE WS-MATURITY-DATE-8 TO SRV-MATURITY-DATE.
           MOVE WS-CURRENT-DATE-8  TO SRV-LAST-MAINT-DATE.
           REWRITE SERVICING-MASTER-RECORD
           .

      *    THE REGULAR INSTALLMENTS STILL TO POST BEFORE MATURITY ARE
      *    THE MONTHS FROM THE NEXT ONE DUE UP TO THE MATURITY
      *    INSTALLMENT ITSELF.
       A350-PROJECT-BALLOON.
           MOVE SRV-NEXT-DUE-DATE     TO WS-DUE-DATE-8.
           MOVE SRV-PRINCIPAL-BALANCE TO EPSBLAMT-BALANCE.
           MOVE SRV-CURRENT-RATE      TO EPSBLAMT-NOTE-RATE.
           MOVE SRV-PI-PAYMENT        TO EPSBLAMT-PI-PAYMENT.
           COMPUTE EPSBLAMT-REGULAR-PAYMENTS =
                   (WS-MAT-YYYY - WS-DUE-YYYY) * 12
                 + WS-MAT-MM - WS-DUE-MM.
           CALL 'EPSBLAMT' USING EPSBLAMT-PARMS
           .

       A400-REMOVE-BALLOON.
           IF NOT SRV-BALLOON-LOAN
              MOVE 7 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACE             TO SRV-BALLOON-IND.
           MOVE 0                 TO SRV-MATURITY-DATE.
           MOVE SPACE             TO SRV-MATURITY-NOTICE-IND.
           MOVE WS-CURRENT-DATE-8 TO SRV-LAST-MAINT-DATE.
           REWRITE SERVICING-MASTER-RECORD
           .

       A900-FINALIZE.
           MOVE WS-SET-COUNT     TO SUM-SET.
           MOVE WS-REMOVED-COUNT TO SUM-REMOVED.
           MOVE WS-ERROR-COUNT   TO SUM-ERRORS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE  TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE TRANSACTION-FILE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
