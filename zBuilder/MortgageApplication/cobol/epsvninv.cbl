       ID DIVISION.
       PROGRAM-ID. EPSVNINV.
      *    DAILY VENDOR INVOICE INTAKE AND MATCHING RUN.
      *
      *    VENDOR INVOICES USED TO BE PAID ON SIGHT. EACH EPSVNITX
      *    INVOICE IS NOW CHECKED BEFORE ANY MONEY MOVES:
      *
      *       - THE VENDOR IS ON THE EPSVNDRF MASTER, ACTIVE, AND HAS A
      *         FEE SCHEDULED FOR THE SERVICE BILLED.
      *       - THE INVOICE NUMBER HAS NOT BEEN PAID BEFORE (EPSVNIH).
      *       - THERE IS AN ORDER FOR IT, PLACED WITH THIS VENDOR: THE
      *         EPSAPORD APPRAISAL ORDER, THE EPSINSPF INSPECTION
      *         ORDER OR THE EPSFLDOF FLOOD DETERMINATION ORDER FOR
      *         THE PAN. A FORECLOSURE ATTORNEY'S ORDER IS THE
      *         REFERRAL ITSELF - THE LOAN MUST BE IN FORECLOSURE (OR
      *         HAVE GONE TO REO) ON EPSSVST.
      *       - THAT ORDER HAS NOT ALREADY BEEN INVOICED AND PAID.
      *         ATTORNEYS BILL A FORECLOSURE IN STAGES, SO THEIR
      *         INVOICES ARE HELD TO THE INVOICE-NUMBER CHECK ONLY.
      *       - THE AMOUNT IS NOT OVER THE VENDOR'S SCHEDULED FEE.
      *
      *    A MATCHED INVOICE IS PAID: A DISBURSEMENT REQUEST TYPE 'V'
      *    GOES TO EPSCKISS FOR THE CHECK AND THE EPSCKREG REGISTER,
      *    THE INVOICE IS FILED ON EPSVNIH, AND THE VENDOR'S
      *    PAID-TO-DATE FOR THE 1099 IS UPDATED. AN ATTORNEY INVOICE
      *    IS ALSO A CORPORATE ADVANCE AGAINST THE LOAN AND GOES TO
      *    EPSCAPST THE WAY PAYABLES USED TO KEY IT. EVERYTHING ELSE
      *    IS LISTED AS A MISMATCH, A DUPLICATE OR A REJECT FOR
      *    PAYABLES TO WORK - NOTHING UNMATCHED IS PAID.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-TXN-FILE ASSIGN TO EPSVNITX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-VNITX-STATUS.

           SELECT VENDOR-MASTER-FILE ASSIGN TO EPSVNDRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VNDR-ID
                  FILE STATUS IS WS-VNDRF-STATUS.

           SELECT INVOICE-HISTORY-FILE ASSIGN TO EPSVNIH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VNIH-KEY
                  FILE STATUS IS WS-VNIH-STATUS.

           SELECT APPRAISAL-ORDER-FILE ASSIGN TO EPSAPORD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APORD-PAN
                  FILE STATUS IS WS-APORD-STATUS.

           SELECT INSPECTION-ORDER-FILE ASSIGN TO EPSINSPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS INSP-PAN
                  FILE STATUS IS WS-INSP-STATUS.

           SELECT FLOOD-ORDER-FILE ASSIGN TO EPSFLDOF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FLDOF-PAN
                  FILE STATUS IS WS-FLDOF-STATUS.

           SELECT SERVICING-STATUS-FILE ASSIGN TO EPSSVST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SVST-PAN
                  FILE STATUS IS WS-SVST-STATUS.

      *    VENDOR PAYMENTS - CONCATENATED ONTO EPSCKISS'S EPSDSBRQ
      *    INPUT BY THE STREAM.
           SELECT DISBURSEMENT-REQUEST-FILE ASSIGN TO VNINDSBQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-DSBRQ-STATUS.

      *    ATTORNEY ADVANCES - CONCATENATED ONTO EPSCAPST'S EPSCATXN
      *    INPUT BY THE STREAM.
           SELECT ADVANCE-TRANSACTION-FILE ASSIGN TO VNINCATX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CATXN-STATUS.

           SELECT INVOICE-REPORT ASSIGN TO VNINVRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-TXN-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY EPSVNITX.

       FD  VENDOR-MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY EPSVNDRF.

       FD  INVOICE-HISTORY-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY EPSVNIH.

       FD  APPRAISAL-ORDER-FILE
           RECORD CONTAINS 51 CHARACTERS.
           COPY EPSAPORD.

       FD  INSPECTION-ORDER-FILE
           RECORD CONTAINS 109 CHARACTERS.
           COPY EPSINSPF.

       FD  FLOOD-ORDER-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY EPSFLDOF.

       FD  SERVICING-STATUS-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY EPSSVST.

       FD  DISBURSEMENT-REQUEST-FILE
           RECORD CONTAINS 52 CHARACTERS.
           COPY EPSDSBRQ.

       FD  ADVANCE-TRANSACTION-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY EPSCATXN.

       FD  INVOICE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
      *    ERRORS 1-4 ARE REJECTS, 5 AND 9 DUPLICATES, THE REST
      *    MISMATCHES AGAINST THE ORDER OR THE FEE SCHEDULE - SEE
      *    A700-COUNT-UNPAID.
       01 WS-STATIC-DATA.
           03 STATIC-ERRORS.
              05 FILLER                  PIC 99 VALUE 1.
              05 FILLER                  PIC X(60)
              VALUE 'REJECT - VENDOR NOT ON EPSVNDRF'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X(60)
              VALUE 'REJECT - VENDOR INACTIVE'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(60)
              VALUE 'REJECT - SERVICE NOT A, I, F OR T, OR ZERO AMOUNT'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(60)
              VALUE 'REJECT - NO FEE SCHEDULED FOR VENDOR AND SERVICE'.
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(60)
              VALUE 'DUPLICATE - INVOICE NUMBER ALREADY PAID'.
              05 FILLER                  PIC 99 VALUE 6.
              05 FILLER                  PIC X(60)
              VALUE 'MISMATCH - NO ORDER ON FILE FOR PAN'.
              05 FILLER                  PIC 99 VALUE 7.
              05 FILLER                  PIC X(60)
              VALUE 'MISMATCH - ORDER PLACED WITH ANOTHER VENDOR'.
              05 FILLER                  PIC 99 VALUE 8.
              05 FILLER                  PIC X(60)
              VALUE 'MISMATCH - ORDER WAS CANCELLED'.
              05 FILLER                  PIC 99 VALUE 9.
              05 FILLER                  PIC X(60)
              VALUE 'DUPLICATE - ORDER ALREADY INVOICED AND PAID'.
              05 FILLER                  PIC 99 VALUE 10.
              05 FILLER                  PIC X(60)
              VALUE 'MISMATCH - AMOUNT OVER SCHEDULED FEE'.
              05 FILLER                  PIC 99 VALUE 11.
              05 FILLER                  PIC X(60)
              VALUE 'MISMATCH - LOAN NOT REFERRED TO FORECLOSURE'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 11 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(60).

       01 WS-FILE-STATUSES.
           03 WS-VNITX-STATUS             PIC XX.
           03 WS-VNDRF-STATUS             PIC XX.
           03 WS-VNIH-STATUS              PIC XX.
           03 WS-APORD-STATUS             PIC XX.
           03 WS-INSP-STATUS              PIC XX.
           03 WS-FLDOF-STATUS             PIC XX.
           03 WS-SVST-STATUS              PIC XX.
           03 WS-DSBRQ-STATUS             PIC XX.
           03 WS-CATXN-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TXN               PIC X VALUE 'N'.
              88 END-OF-TXN                  VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 99 VALUE 0.
              88 WS-INVOICE-MATCHED          VALUE 0.
      *    AN ORDER FILE THAT HAS NEVER BEEN CREATED HOLDS NO ORDERS -
      *    ITS INVOICES FALL OUT AS MISMATCHES.
           03 WS-APORD-OPEN               PIC X VALUE 'N'.
              88 APORD-OPEN                  VALUE 'Y'.
           03 WS-INSP-OPEN                PIC X VALUE 'N'.
              88 INSP-OPEN                   VALUE 'Y'.
           03 WS-FLDOF-OPEN               PIC X VALUE 'N'.
              88 FLDOF-OPEN                  VALUE 'Y'.
           03 WS-SVST-OPEN                PIC X VALUE 'N'.
              88 SVST-OPEN                   VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-INVOICE-COUNT            PIC 9(7) VALUE 0.
           03 WS-PAID-COUNT               PIC 9(7) VALUE 0.
           03 WS-MISMATCH-COUNT           PIC 9(7) VALUE 0.
           03 WS-DUPLICATE-COUNT          PIC 9(7) VALUE 0.
           03 WS-REJECT-COUNT             PIC 9(7) VALUE 0.
           03 WS-ADVANCE-COUNT            PIC 9(7) VALUE 0.
           03 WS-PAID-AMOUNT              PIC 9(9)V99 VALUE 0.
           03 WS-UNPAID-AMOUNT            PIC 9(9)V99 VALUE 0.
      *    HELD APART FROM THE RETURN-CODE REGISTER, WHICH THE
      *    EPSJOBTM AND EPSRUNWR CALLS OVERWRITE ON THE WAY OUT.
       01 WS-RUN-RETURN-CODE              PIC 9(4) VALUE 0.

       01 WS-MATCH-WORK.
           03 WS-FEE-IDX                  PIC 9(2) COMP.
           03 WS-FEE-SLOT                 PIC 9(2) COMP.
           03 WS-ORDER-DATE               PIC 9(8).
           03 WS-ORDER-VENDOR             PIC X(8).

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSVNINV - VENDOR INVOICE MATCHING REPORT'.
              05 FILLER                   PIC X(10) VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(10) VALUE 'VENDOR'.
              05 FILLER                   PIC X(14) VALUE 'INVOICE'.
              05 FILLER                   PIC X(4)  VALUE 'SVC'.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(14) VALUE
                 '       AMOUNT'.
              05 FILLER                   PIC X(12) VALUE
                 '  SCHEDULED'.
              05 FILLER                   PIC X(60) VALUE 'RESULT'.
           03 WS-DETAIL-LINE.
              05 DTL-VENDOR-ID            PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-INVOICE-NUMBER       PIC X(12).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-SERVICE              PIC X.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-FEE                  PIC ZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 DTL-RESULT               PIC X(60).
           03 WS-SUMMARY-LINE-1.
              05 FILLER                   PIC X(10) VALUE 'INVOICES:'.
              05 SUM-INVOICES             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(6)  VALUE 'PAID:'.
              05 SUM-PAID                 PIC ZZZZZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 SUM-PAID-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(20) VALUE
                 'ATTORNEY ADVANCES:'.
              05 SUM-ADVANCES             PIC ZZZZZZ9.
           03 WS-SUMMARY-LINE-2.
              05 FILLER                   PIC X(12) VALUE
                 'MISMATCHES:'.
              05 SUM-MISMATCHES           PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE
                 'DUPLICATES:'.
              05 SUM-DUPLICATES           PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'REJECTS:'.
              05 SUM-REJECTS              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'NOT PAID:'.
              05 SUM-UNPAID-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

      *    ONE-RECORD RUN SUMMARY FOR THE 6 AM HEALTH PAGE - SEE
      *    EPSRUNWR/EPSBHLTH.
           COPY EPSRSPM.

      *    SHARED FILE-STATUS HANDLER CALL - SEE EPSFSTAT. NO INVOICE
      *    CAN BE MATCHED OR PAID WITHOUT THE VENDOR MASTER.
           COPY EPSFSPM.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-PROCESS-INVOICE UNTIL END-OF-TXN.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSVNINV' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN I-O    VENDOR-MASTER-FILE.
           IF WS-VNDRF-STATUS NOT = '00'
              MOVE 'EPSVNDRF' TO EPSFSTAT-FILE-NAME
              MOVE WS-VNDRF-STATUS TO EPSFSTAT-FILE-STATUS
              PERFORM A190-OPEN-FAILED
           END-IF.
           OPEN I-O    INVOICE-HISTORY-FILE.
           IF WS-VNIH-STATUS = '05' OR '35'
              CLOSE INVOICE-HISTORY-FILE
              OPEN OUTPUT INVOICE-HISTORY-FILE
              CLOSE INVOICE-HISTORY-FILE
              OPEN I-O INVOICE-HISTORY-FILE
           END-IF.
           OPEN INPUT  APPRAISAL-ORDER-FILE.
           IF WS-APORD-STATUS = '00'
              MOVE 'Y' TO WS-APORD-OPEN
           END-IF.
           OPEN INPUT  INSPECTION-ORDER-FILE.
           IF WS-INSP-STATUS = '00'
              MOVE 'Y' TO WS-INSP-OPEN
           END-IF.
           OPEN INPUT  FLOOD-ORDER-FILE.
           IF WS-FLDOF-STATUS = '00'
              MOVE 'Y' TO WS-FLDOF-OPEN
           END-IF.
           OPEN INPUT  SERVICING-STATUS-FILE.
           IF WS-SVST-STATUS = '00'
              MOVE 'Y' TO WS-SVST-OPEN
           END-IF.
           OPEN INPUT  INVOICE-TXN-FILE.
           OPEN OUTPUT DISBURSEMENT-REQUEST-FILE.
           OPEN OUTPUT ADVANCE-TRANSACTION-FILE.
           OPEN OUTPUT INVOICE-REPORT.

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

           PERFORM A150-READ-INVOICE.

       A150-READ-INVOICE.
           READ INVOICE-TXN-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-TXN
           END-READ
           .

       A190-OPEN-FAILED.
           MOVE 'EPSVNINV' TO EPSFSTAT-PROGRAM.
           MOVE 'OPEN I-O' TO EPSFSTAT-OPERATION.
           MOVE SPACES     TO EPSFSTAT-RECORD-KEY.
           CALL 'EPSFSTAT' USING EPSFSTAT-PARMS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN
           .

       A200-PROCESS-INVOICE.
           ADD 1 TO WS-INVOICE-COUNT.
           MOVE 0      TO WS-VALIDATION-INDICATOR.
           MOVE 0      TO WS-FEE-SLOT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE VNIT-VENDOR-ID      TO DTL-VENDOR-ID.
           MOVE VNIT-INVOICE-NUMBER TO DTL-INVOICE-NUMBER.
           MOVE VNIT-SERVICE-TYPE   TO DTL-SERVICE.
           MOVE VNIT-PAN            TO DTL-PAN.
           MOVE VNIT-AMOUNT         TO DTL-AMOUNT.
           MOVE 0                   TO DTL-FEE.

           PERFORM A300-CHECK-VENDOR.
           IF WS-INVOICE-MATCHED
              PERFORM A350-CHECK-INVOICE-NUMBER
           END-IF.
           IF WS-INVOICE-MATCHED
              PERFORM A400-MATCH-ORDER
           END-IF.
           IF WS-INVOICE-MATCHED
              PERFORM A450-CHECK-ORDER-PAID
           END-IF.
           IF WS-INVOICE-MATCHED
              IF VNIT-AMOUNT > VNDR-FEE-AMOUNT(WS-FEE-SLOT)
                 MOVE 10 TO WS-VALIDATION-INDICATOR
              END-IF
           END-IF.

           IF WS-INVOICE-MATCHED
              PERFORM A500-PAY-INVOICE
           ELSE
              PERFORM A700-COUNT-UNPAID
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A150-READ-INVOICE
           .

      *    THE VENDOR RECORD STAYS IN THE BUFFER FOR THE PAYMENT.
       A300-CHECK-VENDOR.
           MOVE VNIT-VENDOR-ID TO VNDR-ID.
           READ VENDOR-MASTER-FILE
              INVALID KEY
                 MOVE 1 TO WS-VALIDATION-INDICATOR
           END-READ.
           IF NOT WS-INVOICE-MATCHED
              EXIT PARAGRAPH
           END-IF.
           IF NOT VNDR-ACTIVE
              MOVE 2 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF NOT VNIT-APPRAISAL AND NOT VNIT-INSPECTION
              AND NOT VNIT-FLOOD AND NOT VNIT-ATTORNEY
              OR VNIT-AMOUNT = 0
              MOVE 3 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           PERFORM A310-FIND-FEE
                   VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > 4 OR WS-FEE-SLOT > 0.
           IF WS-FEE-SLOT = 0
              MOVE 4 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE VNDR-FEE-AMOUNT(WS-FEE-SLOT) TO DTL-FEE
           .

       A310-FIND-FEE.
           IF VNDR-FEE-SERVICE(WS-FEE-IDX) = VNIT-SERVICE-TYPE
              AND VNDR-FEE-AMOUNT(WS-FEE-IDX) > 0
              MOVE WS-FEE-IDX TO WS-FEE-SLOT
           END-IF
           .

       A350-CHECK-INVOICE-NUMBER.
           MOVE SPACES              TO VNIH-KEY-DATA.
           MOVE 'I'                 TO VNIH-KEY-TYPE.
           MOVE VNIT-VENDOR-ID      TO VNIH-KEY-VENDOR-ID.
           MOVE VNIT-INVOICE-NUMBER TO VNIH-KEY-INVOICE-NBR.
           READ INVOICE-HISTORY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 5 TO WS-VALIDATION-INDICATOR
           END-READ
           .

      *    THE ORDER'S DATE IDENTIFIES WHICH ORDER ON THE PAN WAS
      *    BILLED - A RE-ORDER REUSES THE PAN'S RECORD WITH A NEW DATE.
       A400-MATCH-ORDER.
           MOVE 0      TO WS-ORDER-DATE.
           MOVE SPACES TO WS-ORDER-VENDOR.
           EVALUATE TRUE
              WHEN VNIT-APPRAISAL
                 PERFORM A410-MATCH-APPRAISAL
              WHEN VNIT-INSPECTION
                 PERFORM A420-MATCH-INSPECTION
              WHEN VNIT-FLOOD
                 PERFORM A430-MATCH-FLOOD
              WHEN VNIT-ATTORNEY
                 PERFORM A440-MATCH-REFERRAL
           END-EVALUATE.
           IF WS-INVOICE-MATCHED AND NOT VNIT-ATTORNEY
              AND WS-ORDER-VENDOR NOT = VNIT-VENDOR-ID
              MOVE 7 TO WS-VALIDATION-INDICATOR
           END-IF
           .

       A410-MATCH-APPRAISAL.
           IF NOT APORD-OPEN
              MOVE 6 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE VNIT-PAN TO APORD-PAN.
           READ APPRAISAL-ORDER-FILE
              INVALID KEY
                 MOVE 6 TO WS-VALIDATION-INDICATOR
           END-READ.
           IF NOT WS-INVOICE-MATCHED
              EXIT PARAGRAPH
           END-IF.
           IF APORD-CANCELLED
              MOVE 8 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE APORD-VENDOR-ID  TO WS-ORDER-VENDOR.
           MOVE APORD-ORDER-DATE TO WS-ORDER-DATE
           .

       A420-MATCH-INSPECTION.
           IF NOT INSP-OPEN
              MOVE 6 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE VNIT-PAN TO INSP-PAN.
           READ INSPECTION-ORDER-FILE
              INVALID KEY
                 MOVE 6 TO WS-VALIDATION-INDICATOR
           END-READ.
           IF NOT WS-INVOICE-MATCHED
              EXIT PARAGRAPH
           END-IF.
           MOVE INSP-VENDOR-ID  TO WS-ORDER-VENDOR.
           MOVE INSP-ORDER-DATE TO WS-ORDER-DATE
           .

       A430-MATCH-FLOOD.
           IF NOT FLDOF-OPEN
              MOVE 6 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE VNIT-PAN TO FLDOF-PAN.
           READ FLOOD-ORDER-FILE
              INVALID KEY
                 MOVE 6 TO WS-VALIDATION-INDICATOR
           END-READ.
           IF NOT WS-INVOICE-MATCHED
              EXIT PARAGRAPH
           END-IF.
           MOVE FLDOF-VENDOR-ID  TO WS-ORDER-VENDOR.
           MOVE FLDOF-ORDER-DATE TO WS-ORDER-DATE
           .

      *    THE ATTORNEY IS STILL OWED FOR WORK DONE BEFORE THE SALE
      *    ONCE THE LOAN HAS GONE TO REO.
       A440-MATCH-REFERRAL.
           IF NOT SVST-OPEN
              MOVE 11 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE VNIT-PAN TO SVST-PAN.
           READ SERVICING-STATUS-FILE
              INVALID KEY
                 MOVE 11 TO WS-VALIDATION-INDICATOR
           END-READ.
           IF NOT WS-INVOICE-MATCHED
              EXIT PARAGRAPH
           END-IF.
           IF NOT SVST-FORECLOSURE AND NOT SVST-REO
              MOVE 11 TO WS-VALIDATION-INDICATOR
           END-IF
           .

       A450-CHECK-ORDER-PAID.
           IF VNIT-ATTORNEY
              EXIT PARAGRAPH
           END-IF.
           PERFORM A460-BUILD-ORDER-KEY.
           READ INVOICE-HISTORY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 9 TO WS-VALIDATION-INDICATOR
           END-READ
           .

       A460-BUILD-ORDER-KEY.
           MOVE SPACES            TO VNIH-KEY-DATA.
           MOVE 'O'               TO VNIH-KEY-TYPE.
           MOVE VNIT-SERVICE-TYPE TO VNIH-KEY-SERVICE.
           MOVE VNIT-PAN          TO VNIH-KEY-PAN.
           MOVE WS-ORDER-DATE     TO VNIH-KEY-ORDER-DATE
           .

       A500-PAY-INVOICE.
           MOVE VNIT-PAN            TO DSBRQ-PAN.
           MOVE VNDR-NAME           TO DSBRQ-PAYEE-NAME.
           MOVE 'V'                 TO DSBRQ-DISBURSE-TYPE.
           MOVE VNIT-AMOUNT         TO DSBRQ-AMOUNT.
           MOVE WS-CURRENT-DATE-8   TO DSBRQ-REQUEST-DATE.
           WRITE DISBURSEMENT-REQUEST-RECORD.

           MOVE SPACES              TO VNIH-KEY-DATA.
           MOVE 'I'                 TO VNIH-KEY-TYPE.
           MOVE VNIT-VENDOR-ID      TO VNIH-KEY-VENDOR-ID.
           MOVE VNIT-INVOICE-NUMBER TO VNIH-KEY-INVOICE-NBR.
           PERFORM A550-WRITE-HISTORY.
           IF NOT VNIT-ATTORNEY
              PERFORM A460-BUILD-ORDER-KEY
              PERFORM A550-WRITE-HISTORY
           END-IF.

           IF VNIT-ATTORNEY
              PERFORM A600-WRITE-ADVANCE
           END-IF.

      *    THE FIRST PAYMENT OF A NEW YEAR ROLLS THE YEAR-TO-DATE
      *    BACK INTO THE PRIOR-YEAR SLOT.
           IF VNDR-YTD-YEAR NOT = WS-CURR-YYYY
              MOVE VNDR-YTD-YEAR TO VNDR-PRIOR-YEAR
              MOVE VNDR-YTD-PAID TO VNDR-PRIOR-PAID
              MOVE WS-CURR-YYYY  TO VNDR-YTD-YEAR
              MOVE 0             TO VNDR-YTD-PAID
           END-IF.
           ADD VNIT-AMOUNT TO VNDR-YTD-PAID.
           MOVE WS-CURRENT-DATE-8 TO VNDR-LAST-MAINT-DATE.
           REWRITE VENDOR-MASTER-RECORD.

           ADD 1 TO WS-PAID-COUNT.
           ADD VNIT-AMOUNT TO WS-PAID-AMOUNT.
           MOVE 'MATCHED - PAYMENT REQUESTED' TO DTL-RESULT
           .

      *    THE KEY IS BUILT BY THE CALLER.
       A550-WRITE-HISTORY.
           MOVE VNIT-VENDOR-ID      TO VNIH-VENDOR-ID.
           MOVE VNIT-INVOICE-NUMBER TO VNIH-INVOICE-NUMBER.
           MOVE VNIT-SERVICE-TYPE   TO VNIH-SERVICE-TYPE.
           MOVE VNIT-PAN            TO VNIH-PAN.
           MOVE WS-ORDER-DATE       TO VNIH-ORDER-DATE.
           MOVE VNIT-INVOICE-DATE   TO VNIH-INVOICE-DATE.
           MOVE VNIT-AMOUNT         TO VNIH-AMOUNT.
           MOVE WS-CURRENT-DATE-8   TO VNIH-PAID-DATE.
           WRITE VENDOR-INVOICE-HISTORY-RECORD
           .

       A600-WRITE-ADVANCE.
           MOVE SPACES              TO CORP-ADVANCE-TRANSACTION.
           MOVE VNIT-PAN            TO CATX-PAN.
           MOVE 'A'                 TO CATX-TYPE.
           MOVE 'A'                 TO CATX-ACTION.
           MOVE VNIT-AMOUNT         TO CATX-AMOUNT.
           MOVE WS-CURRENT-DATE-8   TO CATX-PAID-DATE.
           MOVE VNIT-INVOICE-NUMBER TO CATX-REFERENCE.
           MOVE VNIT-USER-ID        TO CATX-USER-ID.
           WRITE CORP-ADVANCE-TRANSACTION.
           ADD 1 TO WS-ADVANCE-COUNT
           .

       A700-COUNT-UNPAID.
           MOVE ERROR-TEXT(WS-VALIDATION-INDICATOR) TO DTL-RESULT.
           ADD VNIT-AMOUNT TO WS-UNPAID-AMOUNT.
           EVALUATE WS-VALIDATION-INDICATOR
              WHEN 1 THRU 4
                 ADD 1 TO WS-REJECT-COUNT
              WHEN 5
              WHEN 9
                 ADD 1 TO WS-DUPLICATE-COUNT
              WHEN OTHER
                 ADD 1 TO WS-MISMATCH-COUNT
           END-EVALUATE
           .

       A900-FINALIZE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-INVOICE-COUNT   TO SUM-INVOICES.
           MOVE WS-PAID-COUNT      TO SUM-PAID.
           MOVE WS-PAID-AMOUNT     TO SUM-PAID-AMOUNT.
           MOVE WS-ADVANCE-COUNT   TO SUM-ADVANCES.
           MOVE WS-SUMMARY-LINE-1  TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-MISMATCH-COUNT  TO SUM-MISMATCHES.
           MOVE WS-DUPLICATE-COUNT TO SUM-DUPLICATES.
           MOVE WS-REJECT-COUNT    TO SUM-REJECTS.
           MOVE WS-UNPAID-AMOUNT   TO SUM-UNPAID-AMOUNT.
           MOVE WS-SUMMARY-LINE-2  TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-PAID-COUNT < WS-INVOICE-COUNT
              MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF.

           CLOSE INVOICE-TXN-FILE.
           CLOSE VENDOR-MASTER-FILE.
           CLOSE INVOICE-HISTORY-FILE.
           IF APORD-OPEN
              CLOSE APPRAISAL-ORDER-FILE
           END-IF.
           IF INSP-OPEN
              CLOSE INSPECTION-ORDER-FILE
           END-IF.
           IF FLDOF-OPEN
              CLOSE FLOOD-ORDER-FILE
           END-IF.
           IF SVST-OPEN
              CLOSE SERVICING-STATUS-FILE
           END-IF.
           CLOSE DISBURSEMENT-REQUEST-FILE.
           CLOSE ADVANCE-TRANSACTION-FILE.
           CLOSE INVOICE-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSVNINV'           TO EPSRUNWR-JOB-NAME.
           MOVE WS-INVOICE-COUNT     TO EPSRUNWR-IN-COUNT.
           MOVE WS-PAID-COUNT        TO EPSRUNWR-OUT-COUNT.
           COMPUTE EPSRUNWR-ERROR-COUNT =
                   WS-INVOICE-COUNT - WS-PAID-COUNT.
           MOVE WS-RUN-RETURN-CODE   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS.
           MOVE WS-RUN-RETURN-CODE   TO RETURN-CODE
           .
