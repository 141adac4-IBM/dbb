       ID DIVISION.
       PROGRAM-ID. EPSTDCRT.
      *    COLLATERAL CERTIFICATION INTAKE.
      *
      *    APPLIES THE DOCUMENT CUSTODIAN'S CERTIFICATION FILE -
      *    EPSCUSCF, WRAPPED BY EPSCTLWR WITH FILE ID CUSCERT - TO THE
      *    EPSTRDOC TRAILING-DOCUMENT FILE:
      *
      *       C - THE CUSTODIAN HOLDS THE ORIGINAL NOTE AND THE FILE
      *           REVIEWED CLEAN. THE LOAN IS CERTIFIED, WHICH IS WHAT
      *           EPSPOOL NEEDS BEFORE IT WILL DELIVER THE LOAN, AND
      *           THE ORIGINAL NOTE IS MARKED RECEIVED AS OF THE
      *           CERTIFICATION DATE IF POST-CLOSING HAD NOT ALREADY.
      *       E - THE CUSTODIAN FOUND AN EXCEPTION. THE LOAN STAYS
      *           UNCERTIFIED, WITH THE CUSTODIAN'S TEXT KEPT FOR THE
      *           EPSTDAGE REPORT; A LATER CLEAN CERTIFICATION CLEARS
      *           IT.
      *
      *    A LOAN BOARDED BEFORE EPSSVBLD STARTED SEEDING EPSTRDOC HAS
      *    NO RECORD YET; IF IT IS ON THE EPSSRVCF MASTER ONE IS
      *    CREATED HERE FROM ITS BOARDING DATE, OTHERWISE THE
      *    CERTIFICATION IS REJECTED AS AN UNKNOWN LOAN.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTIFICATION-FILE ASSIGN TO CUSCERT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CUSCF-STATUS.

           SELECT TRAILING-DOC-FILE ASSIGN TO EPSTRDOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TDOC-PAN
                  FILE STATUS IS WS-TRDOC-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO CUSCRRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERTIFICATION-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSCUSCF.

       FD  TRAILING-DOC-FILE
           RECORD CONTAINS 300 CHARACTERS.
           COPY EPSTRDOC.

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
              VALUE 'CERTIFICATION FAILED - LOAN NOT ON EPSSRVCF'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X(80)
              VALUE 'CERTIFICATION FAILED - STATUS NOT C OR E'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(80)
              VALUE 'CERTIFICATION FAILED - CERT DATE NOT NUMERIC'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 3 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

      *    THE DOCUMENTS EVERY CLOSED LOAN OWES POST-CLOSING - THE
      *    SAME LIST EPSSVBLD SEEDS AT BOARDING.
       01 WS-TRAILING-DOCS.
           03 FILLER                      PIC X(8) VALUE 'RECMTG  '.
           03 FILLER                      PIC X(8) VALUE 'TITLEPOL'.
           03 FILLER                      PIC X(8) VALUE 'ORIGNOTE'.
       01 WS-TRAILING-DOC-TBL REDEFINES WS-TRAILING-DOCS.
           03 WS-TRAILING-DOC OCCURS 3 TIMES PIC X(8).

       01 WS-FILE-STATUSES.
           03 WS-CUSCF-STATUS             PIC XX.
           03 WS-TRDOC-STATUS             PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-CERTS             PIC X VALUE 'N'.
              88 END-OF-CERTS                VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 9 VALUE 0.
              88 WS-CERTIFICATION-VALID      VALUE 0.
           03 WS-TDOC-FOUND               PIC X VALUE 'N'.
              88 TDOC-ON-FILE                VALUE 'Y'.
           03 WS-FILE-STATE               PIC X.
              88 FILE-COMPLETE               VALUE 'C'.

      *    INTERFACE-FILE CONTROL-RECORD ENFORCEMENT - SEE EPSHDTRL.
      *    THE FIRST RECORD MUST BE THE HDR, THE LAST THE TRL, AND
      *    THE TRL COUNT MUST MATCH WHAT WAS ACTUALLY READ - ANYTHING
      *    ELSE ABENDS THE STEP BEFORE A SHORT-LOADED RESULT CAN GO
      *    UNNOTICED. THE CUSTODIAN'S FILE CARRIES NO MONEY AMOUNTS,
      *    SO NO HASH IS COMPUTED OR CHECKED.
           COPY EPSHDTRL.
       01 WS-CONTROL-CHECK.
           03 WS-HDR-SEEN                 PIC X VALUE 'N'.
              88 HEADER-SEEN                 VALUE 'Y'.
           03 WS-TRL-SEEN                 PIC X VALUE 'N'.
              88 TRAILER-SEEN                VALUE 'Y'.
           03 WS-GOT-DATA                 PIC X VALUE 'N'.
              88 GOT-DATA-RECORD             VALUE 'Y'.
           03 WS-DATA-COUNT               PIC 9(6) VALUE 0.
           03 WS-ABEND-TEXT               PIC X(40).

       01 WS-COUNTERS.
           03 WS-CERTIFIED-COUNT          PIC 9(7) VALUE 0.
           03 WS-EXCEPTION-COUNT          PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

       01 WS-ITEM-IDX                     PIC 9(2).

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSTDCRT - COLLATERAL CERTIFICATION INTAKE'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-CUSTODIAN-ID         PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-CERT-STATUS          PIC X.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(80).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'CERTIFIED:'.
              05 SUM-CERTIFIED            PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'EXCEPTIONS:'.
              05 SUM-EXCEPTIONS           PIC ZZZZZZ9.
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
           PERFORM A200-PROCESS-CERTIFICATION UNTIL END-OF-CERTS.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSTDCRT' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  CERTIFICATION-FILE.
           OPEN I-O    TRAILING-DOC-FILE.
           IF WS-TRDOC-STATUS = '05' OR '35'
              CLOSE TRAILING-DOC-FILE
              OPEN OUTPUT TRAILING-DOC-FILE
              CLOSE TRAILING-DOC-FILE
              OPEN I-O TRAILING-DOC-FILE
           END-IF.
           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A150-READ-CERTIFICATION.

       A150-READ-CERTIFICATION.
           MOVE 'N' TO WS-GOT-DATA.
           PERFORM A152-READ-ONE-RECORD
                   UNTIL GOT-DATA-RECORD OR END-OF-CERTS.

       A152-READ-ONE-RECORD.
           READ CERTIFICATION-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-CERTS
                 IF NOT TRAILER-SEEN
                    MOVE 'TRAILER MISSING - FILE TRUNCATED'
                         TO WS-ABEND-TEXT
                    PERFORM A170-ABEND-CONTROL
                 END-IF
           END-READ
           .
           IF NOT END-OF-CERTS
              MOVE CUSTODIAN-CERT-RECORD(1:18)
                   TO INTERFACE-CONTROL-RECORD
              EVALUATE TRUE
                 WHEN ICR-HEADER
                    MOVE 'Y' TO WS-HDR-SEEN
                 WHEN ICR-TRAILER
                    MOVE 'Y' TO WS-TRL-SEEN
                    PERFORM A160-VERIFY-TRAILER
                 WHEN OTHER
                    IF NOT HEADER-SEEN
                       MOVE 'HEADER MISSING - NOT A CONTROLLED FILE'
                            TO WS-ABEND-TEXT
                       PERFORM A170-ABEND-CONTROL
                    END-IF
                    ADD 1 TO WS-DATA-COUNT
                    MOVE 'Y' TO WS-GOT-DATA
              END-EVALUATE
           END-IF
           .

       A160-VERIFY-TRAILER.
           IF ICR-RECORD-COUNT NOT = WS-DATA-COUNT
              MOVE 'TRAILER COUNT MISMATCH' TO WS-ABEND-TEXT
              PERFORM A170-ABEND-CONTROL
           END-IF.

       A170-ABEND-CONTROL.
           DISPLAY 'EPSTDCRT - INTERFACE CONTROL FAILURE ON CUSCERT'.
           DISPLAY WS-ABEND-TEXT.
           DISPLAY 'EXPECTED COUNT ' ICR-RECORD-COUNT
                   ' FOUND ' WS-DATA-COUNT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       A200-PROCESS-CERTIFICATION.
           MOVE 0                  TO WS-VALIDATION-INDICATOR.
           MOVE SPACES             TO WS-DETAIL-LINE.
           MOVE CUSCF-PAN          TO DTL-PAN.
           MOVE CUSCF-CUSTODIAN-ID TO DTL-CUSTODIAN-ID.
           MOVE CUSCF-CERT-STATUS  TO DTL-CERT-STATUS.

           IF NOT CUSCF-CERTIFIED AND NOT CUSCF-EXCEPTION
              MOVE 2 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-CERTIFICATION-VALID
              AND CUSCF-CERT-DATE IS NOT NUMERIC
              MOVE 3 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-CERTIFICATION-VALID
              PERFORM A250-READ-TRAILING-DOCS
              IF NOT TDOC-ON-FILE
                 PERFORM A260-CREATE-TRAILING-DOCS
              END-IF
           END-IF
           .
           IF WS-CERTIFICATION-VALID
              PERFORM A300-APPLY-CERTIFICATION
           END-IF
           .
           IF NOT WS-CERTIFICATION-VALID
              ADD 1 TO WS-ERROR-COUNT
              MOVE ERROR-TEXT(WS-VALIDATION-INDICATOR) TO DTL-RESULT
           END-IF
           .
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A150-READ-CERTIFICATION.

       A250-READ-TRAILING-DOCS.
           MOVE 'N' TO WS-TDOC-FOUND.
           MOVE CUSCF-PAN TO TDOC-PAN.
           READ TRAILING-DOC-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-TDOC-FOUND
           END-READ
           .

      *    THE RECORD IS BUILT THE WAY EPSSVBLD SEEDS IT AT BOARDING,
      *    DATED FROM THE LOAN'S ORIGINAL BOARDING DATE SO THE AGING
      *    IS NOT RESET. IT IS WRITTEN BY A300 ONCE THE
      *    CERTIFICATION HAS BEEN APPLIED TO IT.
       A260-CREATE-TRAILING-DOCS.
           MOVE CUSCF-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 MOVE 1 TO WS-VALIDATION-INDICATOR
                 EXIT PARAGRAPH
           END-READ.
           MOVE SPACES            TO TRAILING-DOCUMENT-RECORD.
           MOVE CUSCF-PAN         TO TDOC-PAN.
           MOVE SRV-BOARDING-DATE TO TDOC-CLOSING-DATE.
           MOVE 0                 TO TDOC-ITEM-COUNT.
           PERFORM A270-CLEAR-ONE-ITEM
                   VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > 5.
           PERFORM A280-SEED-ONE-ITEM
                   VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > 3.
           MOVE ' '               TO TDOC-CERT-STATUS.
           MOVE 0                 TO TDOC-CERT-DATE.
           MOVE 0                 TO TDOC-COMPLETE-DATE
           .

       A270-CLEAR-ONE-ITEM.
           MOVE SPACES TO TDOC-ITEM-CODE(WS-ITEM-IDX).
           MOVE 0      TO TDOC-RECEIVED-DATE(WS-ITEM-IDX).
           MOVE SPACES TO TDOC-ITEM-REFERENCE(WS-ITEM-IDX)
           .

       A280-SEED-ONE-ITEM.
           ADD 1 TO TDOC-ITEM-COUNT.
           MOVE WS-TRAILING-DOC(WS-ITEM-IDX)
                TO TDOC-ITEM-CODE(TDOC-ITEM-COUNT)
           .

       A300-APPLY-CERTIFICATION.
           MOVE CUSCF-CUSTODIAN-ID TO TDOC-CUSTODIAN-ID.
           MOVE CUSCF-CERT-DATE    TO TDOC-CERT-DATE.
           IF CUSCF-CERTIFIED
              MOVE 'C'    TO TDOC-CERT-STATUS
              MOVE SPACES TO TDOC-CERT-EXCEPTION-TEXT
              PERFORM A310-MARK-NOTE-RECEIVED
                      VARYING WS-ITEM-IDX FROM 1 BY 1
                      UNTIL WS-ITEM-IDX > TDOC-ITEM-COUNT
              ADD 1 TO WS-CERTIFIED-COUNT
              MOVE 'COLLATERAL FILE CERTIFIED' TO DTL-RESULT
           ELSE
              MOVE 'E'                  TO TDOC-CERT-STATUS
              MOVE CUSCF-EXCEPTION-TEXT TO TDOC-CERT-EXCEPTION-TEXT
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE 'CUSTODIAN EXCEPTION - ' TO DTL-RESULT
              MOVE CUSCF-EXCEPTION-TEXT TO DTL-RESULT(23:40)
           END-IF.
           PERFORM A400-TEST-FILE-COMPLETE.
           MOVE WS-CURRENT-DATE-8 TO TDOC-LAST-MAINT-DATE.
           IF TDOC-ON-FILE
              REWRITE TRAILING-DOCUMENT-RECORD
           ELSE
              WRITE TRAILING-DOCUMENT-RECORD
           END-IF.
           IF FILE-COMPLETE AND TDOC-COMPLETE-DATE
                 = WS-CURRENT-DATE-8
              MOVE 'COLLATERAL FILE CERTIFIED - TRAILING DOCUMENTS COMP
      -            'LETE' TO DTL-RESULT
           END-IF
           .

      *    THE CUSTODIAN CANNOT CERTIFY WITHOUT THE ORIGINAL NOTE IN
      *    ITS VAULT, SO A CLEAN CERTIFICATION IS THE NOTE'S RECEIPT.
       A310-MARK-NOTE-RECEIVED.
           IF TDOC-ITEM-CODE(WS-ITEM-IDX) = 'ORIGNOTE'
              AND TDOC-RECEIVED-DATE(WS-ITEM-IDX) = 0
              MOVE CUSCF-CERT-DATE
                   TO TDOC-RECEIVED-DATE(WS-ITEM-IDX)
              MOVE CUSCF-CUSTODIAN-ID
                   TO TDOC-ITEM-REFERENCE(WS-ITEM-IDX)
           END-IF
           .

      *    THE SAME COMPLETENESS TEST AS EPSTDMNT - EVERY ITEM IN HAND
      *    AND THE FILE CERTIFIED, STAMPED ONCE.
       A400-TEST-FILE-COMPLETE.
           MOVE 'C' TO WS-FILE-STATE.
           IF NOT TDOC-CERTIFIED
              MOVE 'I' TO WS-FILE-STATE
           END-IF.
           PERFORM A410-TEST-ONE-ITEM
                   VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > TDOC-ITEM-COUNT.
           IF FILE-COMPLETE AND TDOC-COMPLETE-DATE = 0
              MOVE WS-CURRENT-DATE-8 TO TDOC-COMPLETE-DATE
           END-IF
           .

       A410-TEST-ONE-ITEM.
           IF TDOC-RECEIVED-DATE(WS-ITEM-IDX) = 0
              MOVE 'I' TO WS-FILE-STATE
           END-IF
           .

       A900-FINALIZE.
           MOVE WS-CERTIFIED-COUNT TO SUM-CERTIFIED.
           MOVE WS-EXCEPTION-COUNT TO SUM-EXCEPTIONS.
           MOVE WS-ERROR-COUNT     TO SUM-ERRORS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE  TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE CERTIFICATION-FILE.
           CLOSE TRAILING-DOC-FILE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
