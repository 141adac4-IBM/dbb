       ID DIVISION.
       PROGRAM-ID. EPSVNMNT.
      *    VENDOR MASTER MAINTENANCE RUN.
      *
      *    APPLIES EPSVNDTX ADD/CHANGE/DEACTIVATE/REACTIVATE
      *    TRANSACTIONS TO THE EPSVNDRF VENDOR MASTER - THE EPSBKMNT
      *    TRANSACTION SHAPE. THE VENDOR'S TIN IS EXCHANGED FOR ITS
      *    EPSSSNTK TOKEN BEFORE THE RECORD IS WRITTEN, SO THE CLEAR
      *    TIN NEVER REACHES THE MASTER OR THIS REPORT. A DEACTIVATED
      *    VENDOR STAYS ON FILE FOR ITS PAID-TO-DATE AND THE 1099,
      *    BUT THE ORDER RUNS STOP ASSIGNING IT AND EPSVNINV STOPS
      *    PAYING IT.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO EPSVNDTX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-VNDTX-STATUS.

           SELECT VENDOR-MASTER-FILE ASSIGN TO EPSVNDRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VNDR-ID
                  FILE STATUS IS WS-VNDRF-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO VNMNTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY EPSVNDTX.

       FD  VENDOR-MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY EPSVNDRF.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
           03 STATIC-ERRORS.
              05 FILLER                  PIC 99 VALUE 1.
              05 FILLER                  PIC X(80)
              VALUE 'ADD FAILED - VENDOR ID ALREADY ON FILE'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - NO VENDOR ON FILE FOR ID'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - ACTION CODE NOT A, C, D OR R'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - NAME OR REMIT ADDRESS MISSING'.
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - TIN NOT NINE DIGITS'.
              05 FILLER                  PIC 99 VALUE 6.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - TIN TYPE NOT 1 (EIN) OR 2 (SSN)'.
              05 FILLER                  PIC 99 VALUE 7.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - FEE SERVICE NOT A, I, F OR T'.
              05 FILLER                  PIC 99 VALUE 8.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - TIN COULD NOT BE TOKENIZED'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 8 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

       01 WS-FILE-STATUSES.
           03 WS-VNDTX-STATUS             PIC XX.
           03 WS-VNDRF-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TRANS             PIC X VALUE 'N'.
              88 END-OF-TRANS                VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 9 VALUE 0.
              88 WS-TRANSACTION-VALID        VALUE 0.
           03 WS-RECORD-FOUND             PIC X VALUE 'N'.
              88 VENDOR-ON-FILE              VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-ADD-COUNT                PIC 9(7) VALUE 0.
           03 WS-CHANGE-COUNT             PIC 9(7) VALUE 0.
           03 WS-STATUS-COUNT             PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

       01 WS-FEE-IDX                      PIC 9(2) COMP.
       01 WS-TIN-TOKEN                    PIC X(9).

      *    PARAMETER AREA FOR THE SHARED EPSSSNTK TOKENIZATION CALL -
      *    SEE A270-TOKENIZE-TIN.
           COPY EPSTKPM.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSVNMNT - VENDOR MASTER MAINTENANCE REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-DETAIL-LINE.
              05 DTL-ACTION               PIC X.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-VENDOR-ID            PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-NAME                 PIC X(30).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(80).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(8)  VALUE 'ADDS:'.
              05 SUM-ADDS                 PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'CHANGES:'.
              05 SUM-CHANGES              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE
                 'STATUS CHANGES:'.
              05 SUM-STATUS               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'ERRORS:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-PROCESS-TRANSACTION UNTIL END-OF-TRANS.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSVNMNT' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  TRANSACTION-FILE.
           OPEN I-O    VENDOR-MASTER-FILE.
           IF WS-VNDRF-STATUS = '05' OR '35'
              CLOSE VENDOR-MASTER-FILE
              OPEN OUTPUT VENDOR-MASTER-FILE
              CLOSE VENDOR-MASTER-FILE
              OPEN I-O VENDOR-MASTER-FILE
           END-IF.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A150-READ-TRANSACTION.

       A150-READ-TRANSACTION.
           READ TRANSACTION-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-TRANS
           END-READ
           .

       A200-PROCESS-TRANSACTION.
           MOVE 0              TO WS-VALIDATION-INDICATOR.
           MOVE SPACES         TO WS-DETAIL-LINE.
           MOVE VNTX-ACTION    TO DTL-ACTION.
           MOVE VNTX-VENDOR-ID TO DTL-VENDOR-ID.
           MOVE VNTX-NAME      TO DTL-NAME.

           IF NOT VNTX-ADD AND NOT VNTX-CHANGE
              AND NOT VNTX-DEACTIVATE AND NOT VNTX-REACTIVATE
              MOVE 3 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID
              PERFORM A250-READ-RECORD
              EVALUATE TRUE
                 WHEN VNTX-ADD
                    PERFORM A300-ADD-RECORD
                 WHEN VNTX-CHANGE
                    PERFORM A400-CHANGE-RECORD
                 WHEN OTHER
                    PERFORM A500-SET-STATUS
              END-EVALUATE
           END-IF
           .
           IF NOT WS-TRANSACTION-VALID
              ADD 1 TO WS-ERROR-COUNT
              MOVE ERROR-TEXT(WS-VALIDATION-INDICATOR) TO DTL-RESULT
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           .
           PERFORM A150-READ-TRANSACTION.

       A250-READ-RECORD.
           MOVE 'N' TO WS-RECORD-FOUND.
           MOVE VNTX-VENDOR-ID TO VNDR-ID.
           READ VENDOR-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-RECORD-FOUND
           END-READ
           .

      *    NAME AND REMIT ADDRESS ALWAYS; THE TIN WHEN ONE IS GIVEN
      *    (AN ADD MUST GIVE ONE); THE FEE SERVICE CODES.
       A260-EDIT-DETAIL.
           IF VNTX-NAME = SPACES OR VNTX-REMIT-ADDR-LINE-1 = SPACES
              OR VNTX-REMIT-CITY = SPACES OR VNTX-REMIT-STATE = SPACES
              MOVE 4 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF VNTX-TIN NOT = SPACES OR VNTX-ADD
              IF VNTX-TIN IS NOT NUMERIC
                 MOVE 5 TO WS-VALIDATION-INDICATOR
                 EXIT PARAGRAPH
              END-IF
              IF VNTX-TIN-TYPE NOT = '1' AND NOT = '2'
                 MOVE 6 TO WS-VALIDATION-INDICATOR
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           PERFORM A265-EDIT-ONE-FEE
                   VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > 4
                      OR NOT WS-TRANSACTION-VALID
           .

       A265-EDIT-ONE-FEE.
           IF VNTX-FEE-SERVICE(WS-FEE-IDX) NOT = SPACE
              AND VNTX-FEE-SERVICE(WS-FEE-IDX) NOT = 'A'
              AND VNTX-FEE-SERVICE(WS-FEE-IDX) NOT = 'I'
              AND VNTX-FEE-SERVICE(WS-FEE-IDX) NOT = 'F'
              AND VNTX-FEE-SERVICE(WS-FEE-IDX) NOT = 'T'
              MOVE 7 TO WS-VALIDATION-INDICATOR
           END-IF
           .

      *    THE CLEAR TIN IS BLANKED THE MOMENT ITS TOKEN COMES BACK.
       A270-TOKENIZE-TIN.
           SET EPSSSNTK-TOKENIZE TO TRUE.
           MOVE 'EPSVNMNT' TO EPSSSNTK-CALLER-ID.
           MOVE VNTX-TIN   TO EPSSSNTK-SSN.
           MOVE SPACES     TO EPSSSNTK-TOKEN.
           CALL 'EPSSSNTK' USING EPSSSNTK-PARMS.
           MOVE SPACES TO EPSSSNTK-SSN.
           MOVE SPACES TO VNTX-TIN.
           IF NOT EPSSSNTK-SUCCESS
              MOVE 8 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE EPSSSNTK-TOKEN TO WS-TIN-TOKEN
           .

       A280-MOVE-DETAIL.
           MOVE VNTX-NAME              TO VNDR-NAME.
           MOVE VNTX-REMIT-ADDR-LINE-1 TO VNDR-REMIT-ADDR-LINE-1.
           MOVE VNTX-REMIT-CITY        TO VNDR-REMIT-CITY.
           MOVE VNTX-REMIT-STATE       TO VNDR-REMIT-STATE.
           MOVE VNTX-REMIT-ZIP         TO VNDR-REMIT-ZIP.
           MOVE VNTX-1099-IND          TO VNDR-1099-IND.
           PERFORM A285-MOVE-ONE-FEE
                   VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > 4.
           MOVE WS-CURRENT-DATE-8      TO VNDR-LAST-MAINT-DATE
           .

       A285-MOVE-ONE-FEE.
           MOVE VNTX-FEE-SERVICE(WS-FEE-IDX)
                TO VNDR-FEE-SERVICE(WS-FEE-IDX).
           MOVE VNTX-FEE-AMOUNT(WS-FEE-IDX)
                TO VNDR-FEE-AMOUNT(WS-FEE-IDX).
           MOVE VNTX-FEE-DEFAULT-IND(WS-FEE-IDX)
                TO VNDR-FEE-DEFAULT-IND(WS-FEE-IDX)
           .

       A300-ADD-RECORD.
           IF VENDOR-ON-FILE
              MOVE 1 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           PERFORM A260-EDIT-DETAIL.
           IF NOT WS-TRANSACTION-VALID
              EXIT PARAGRAPH
           END-IF.
           PERFORM A270-TOKENIZE-TIN.
           IF NOT WS-TRANSACTION-VALID
              EXIT PARAGRAPH
           END-IF.

           MOVE VNTX-VENDOR-ID    TO VNDR-ID.
           PERFORM A280-MOVE-DETAIL.
           MOVE WS-TIN-TOKEN      TO VNDR-TIN-TOKEN.
           MOVE VNTX-TIN-TYPE     TO VNDR-TIN-TYPE.
           MOVE 'A'               TO VNDR-STATUS-IND.
           MOVE 0                 TO VNDR-YTD-YEAR.
           MOVE 0                 TO VNDR-YTD-PAID.
           MOVE 0                 TO VNDR-PRIOR-YEAR.
           MOVE 0                 TO VNDR-PRIOR-PAID.
           MOVE WS-CURRENT-DATE-8 TO VNDR-ADD-DATE.
           WRITE VENDOR-MASTER-RECORD.
           ADD 1 TO WS-ADD-COUNT.
           MOVE 'VENDOR ADDED - ACTIVE' TO DTL-RESULT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    THE PAID-TO-DATE IS EPSVNINV'S AND IS NEVER TOUCHED HERE.
       A400-CHANGE-RECORD.
           IF NOT VENDOR-ON-FILE
              MOVE 2 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           PERFORM A260-EDIT-DETAIL.
           IF NOT WS-TRANSACTION-VALID
              EXIT PARAGRAPH
           END-IF.
           IF VNTX-TIN NOT = SPACES
              PERFORM A270-TOKENIZE-TIN
              IF NOT WS-TRANSACTION-VALID
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-TIN-TOKEN  TO VNDR-TIN-TOKEN
              MOVE VNTX-TIN-TYPE TO VNDR-TIN-TYPE
           END-IF.
           PERFORM A280-MOVE-DETAIL.
           REWRITE VENDOR-MASTER-RECORD.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE 'VENDOR DETAIL CHANGED' TO DTL-RESULT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A500-SET-STATUS.
           IF NOT VENDOR-ON-FILE
              MOVE 2 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF VNTX-DEACTIVATE
              MOVE 'I' TO VNDR-STATUS-IND
              MOVE 'VENDOR DEACTIVATED - NO NEW ORDERS OR PAYMENTS'
                   TO DTL-RESULT
           ELSE
              MOVE 'A' TO VNDR-STATUS-IND
              MOVE 'VENDOR REACTIVATED' TO DTL-RESULT
           END-IF.
           MOVE VNDR-NAME         TO DTL-NAME.
           MOVE WS-CURRENT-DATE-8 TO VNDR-LAST-MAINT-DATE.
           REWRITE VENDOR-MASTER-RECORD.
           ADD 1 TO WS-STATUS-COUNT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE WS-ADD-COUNT    TO SUM-ADDS.
           MOVE WS-CHANGE-COUNT TO SUM-CHANGES.
           MOVE WS-STATUS-COUNT TO SUM-STATUS.
           MOVE WS-ERROR-COUNT  TO SUM-ERRORS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE TRANSACTION-FILE.
           CLOSE VENDOR-MASTER-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
