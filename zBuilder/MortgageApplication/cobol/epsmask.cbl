       ID DIVISION.
       PROGRAM-ID. EPSMASK.
      *    TEST-REGION REFRESH - PRODUCTION DATA MASKING RUN.
      *
      *    READS EACH PRODUCTION FILE THAT CARRIES A BORROWER'S
      *    PERSONAL DATA AND WRITES ITS TEST-REGION COPY (THE SAME DD
      *    NAME WITH TST IN PLACE OF EPS) WITH EVERY PERSONAL FIELD
      *    REPLACED THROUGH THE SHARED EPSMSKSV SERVICE:
      *
      *       EPSBRWRF - PAN, NAME, BOTH ADDRESS LINES, PHONE
      *       EPSPROPF - PAN, PROPERTY STREET ADDRESS
      *       EPSSRVCF - PAN
      *       EPSAPPST - PAN
      *       EPSACHEN - PAN, BANK ACCOUNT NUMBER
      *       EPSWIREP - PAN, SETTLEMENT AGENT, BENEFICIARY ACCOUNT
      *       EPSSSNXR - SSN TOKEN, EVERY PAN ON THE ENTRY
      *
      *    EPSMSKSV MASKS THE SAME VALUE THE SAME WAY EVERY TIME, SO A
      *    MASKED PAN JOINS ACROSS ALL SEVEN COPIES. BALANCES, RATES,
      *    DATES, STATUSES, CITY/STATE/ZIP AND THE COUNTY AND TRACT
      *    CODES ARE COPIED UNCHANGED - THEY DRIVE THE ESCROW,
      *    JURISDICTION AND CRA LOGIC BEING TESTED AND IDENTIFY NO
      *    ONE ON THEIR OWN. BANK ROUTING NUMBERS ARE THE BANK'S, NOT
      *    THE BORROWER'S, AND ARE KEPT SO THE ACH AND WIRE EDITS
      *    STILL PASS.
      *
      *    SSN TOKENS ARE RE-TOKENIZED, NOT DETOKENIZED: EPSMSKSV
      *    TURNS EACH PRODUCTION TOKEN INTO A FAKE SSN AND EPSSSNTK
      *    TOKENIZES THAT AGAINST THE VAULT ON THIS STEP'S EPSTKVLT
      *    DD - WHICH MUST BE THE TEST REGION'S VAULT. NO REAL SSN IS
      *    EVER READ.
      *
      *    THE CONTROL REPORT IS THE EVIDENCE THE COPIES ARE CLEAN.
      *    EVERY PERSONAL FIELD IS COMPARED WITH ITS PRODUCTION VALUE
      *    AFTER MASKING; A RECORD WITH ANY FIELD STILL HOLDING ITS
      *    REAL VALUE IS WITHHELD FROM THE COPY, COUNTED, AND LISTED
      *    BY RECORD NUMBER ONLY, AND THE STEP ENDS WITH RETURN CODE 4.
      *    A PRODUCTION FILE NOT PRESENT IS REPORTED AND SKIPPED.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BORROWER-MASTER-FILE ASSIGN TO EPSBRWRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BRWR-PAN
                  FILE STATUS IS WS-BRWRF-STATUS.

           SELECT TEST-BORROWER-FILE ASSIGN TO TSTBRWRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TBRW-PAN
                  FILE STATUS IS WS-TEST-STATUS.

           SELECT PROPERTY-MASTER-FILE ASSIGN TO EPSPROPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROP-PAN
                  FILE STATUS IS WS-PROPF-STATUS.

           SELECT TEST-PROPERTY-FILE ASSIGN TO TSTPROPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TPRP-PAN
                  FILE STATUS IS WS-TEST-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT TEST-SERVICING-FILE ASSIGN TO TSTSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TSRV-PAN
                  FILE STATUS IS WS-TEST-STATUS.

           SELECT APPLICATION-STATUS-FILE ASSIGN TO EPSAPPST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APPST-PAN
                  FILE STATUS IS WS-APPST-STATUS.

           SELECT TEST-APPLICATION-FILE ASSIGN TO TSTAPPST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TAPP-PAN
                  FILE STATUS IS WS-TEST-STATUS.

           SELECT AUTOPAY-ENROLLMENT-FILE ASSIGN TO EPSACHEN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACHEN-PAN
                  FILE STATUS IS WS-ACHEN-STATUS.

           SELECT TEST-AUTOPAY-FILE ASSIGN TO TSTACHEN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TACH-PAN
                  FILE STATUS IS WS-TEST-STATUS.

           SELECT PENDING-WIRE-FILE ASSIGN TO EPSWIREP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WIREP-SEQ-NUM
                  FILE STATUS IS WS-WIREP-STATUS.

           SELECT TEST-WIRE-FILE ASSIGN TO TSTWIREP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TWIR-SEQ-NUM
                  FILE STATUS IS WS-TEST-STATUS.

           SELECT SSN-XREF-FILE ASSIGN TO EPSSSNXR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SSNXR-SSN
                  FILE STATUS IS WS-SSNXR-STATUS.

           SELECT TEST-SSN-XREF-FILE ASSIGN TO TSTSSNXR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TSSN-SSN
                  FILE STATUS IS WS-TEST-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO MASKRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BORROWER-MASTER-FILE
           RECORD CONTAINS 166 CHARACTERS.
           COPY EPSBRWRF.

       FD  TEST-BORROWER-FILE
           RECORD CONTAINS 166 CHARACTERS.
       01  TEST-BORROWER-RECORD.
           03 TBRW-PAN                    PIC X(10).
           03 FILLER                      PIC X(156).

       FD  PROPERTY-MASTER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSPROPF.

       FD  TEST-PROPERTY-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  TEST-PROPERTY-RECORD.
           03 TPRP-PAN                    PIC X(10).
           03 FILLER                      PIC X(140).

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  TEST-SERVICING-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  TEST-SERVICING-RECORD.
           03 TSRV-PAN                    PIC X(10).
           03 FILLER                      PIC X(240).

       FD  APPLICATION-STATUS-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY EPSAPPST.

       FD  TEST-APPLICATION-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01  TEST-APPLICATION-RECORD.
           03 TAPP-PAN                    PIC X(10).
           03 FILLER                      PIC X(55).

       FD  AUTOPAY-ENROLLMENT-FILE
           RECORD CONTAINS 55 CHARACTERS.
           COPY EPSACHEN.

       FD  TEST-AUTOPAY-FILE
           RECORD CONTAINS 55 CHARACTERS.
       01  TEST-AUTOPAY-RECORD.
           03 TACH-PAN                    PIC X(10).
           03 FILLER                      PIC X(45).

       FD  PENDING-WIRE-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY EPSWIREP.

       FD  TEST-WIRE-FILE
           RECORD CONTAINS 159 CHARACTERS.
       01  TEST-WIRE-RECORD.
           03 TWIR-SEQ-NUM                PIC 9(7).
           03 FILLER                      PIC X(152).

       FD  SSN-XREF-FILE
           RECORD CONTAINS 101 CHARACTERS.
           COPY EPSSSNXR.

       FD  TEST-SSN-XREF-FILE
           RECORD CONTAINS 101 CHARACTERS.
       01  TEST-SSN-XREF-RECORD.
           03 TSSN-SSN                    PIC X(9).
           03 FILLER                      PIC X(92).

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-BRWRF-STATUS             PIC XX.
           03 WS-PROPF-STATUS             PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-APPST-STATUS             PIC XX.
           03 WS-ACHEN-STATUS             PIC XX.
           03 WS-WIREP-STATUS             PIC XX.
           03 WS-SSNXR-STATUS             PIC XX.
           03 WS-TEST-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-FILE              PIC X VALUE 'N'.
              88 END-OF-FILE                 VALUE 'Y'.
      *    SET WHEN ANY FIELD ON THE CURRENT RECORD COULD NOT BE
      *    MASKED - THE RECORD IS THEN WITHHELD FROM THE TEST COPY.
           03 WS-RECORD-STATE             PIC X VALUE 'M'.
              88 RECORD-MASKED               VALUE 'M'.
              88 RECORD-UNMASKED             VALUE 'U'.

      *    COUNTS FOR THE FILE BEING COPIED, THEN FOR THE WHOLE RUN.
       01 WS-FILE-COUNTERS.
           03 WS-FILE-READ                PIC 9(7).
           03 WS-FILE-WRITTEN             PIC 9(7).
           03 WS-FILE-FIELDS              PIC 9(9).
           03 WS-FILE-WITHHELD            PIC 9(7).
       01 WS-RUN-COUNTERS.
           03 WS-TOTAL-READ               PIC 9(7) VALUE 0.
           03 WS-TOTAL-WRITTEN            PIC 9(7) VALUE 0.
           03 WS-TOTAL-FIELDS             PIC 9(9) VALUE 0.
           03 WS-TOTAL-WITHHELD           PIC 9(7) VALUE 0.

       01 WS-PAN-IDX                      PIC 9(2) COMP.
       01 WS-FILE-DD                      PIC X(8).

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSMASK - TEST REGION MASKING CONTROL REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(10) VALUE 'FILE'.
              05 FILLER                   PIC X(10) VALUE '      READ'.
              05 FILLER                   PIC X(10) VALUE '   WRITTEN'.
              05 FILLER                   PIC X(14) VALUE
                 ' FIELDS MASKED'.
              05 FILLER                   PIC X(10) VALUE '  WITHHELD'.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 FILLER                   PIC X(30) VALUE 'RESULT'.
           03 WS-FILE-LINE.
              05 FIL-DD                   PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 FIL-READ                 PIC ZZZZZZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 FIL-WRITTEN              PIC ZZZZZZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 FIL-FIELDS               PIC ZZZZZZZZZZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 FIL-WITHHELD             PIC ZZZZZZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 FIL-RESULT               PIC X(40).
           03 WS-WITHHELD-LINE.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 WHL-DD                   PIC X(8).
              05 FILLER                   PIC X(8)  VALUE ' RECORD '.
              05 WHL-RECORD-NUM           PIC ZZZZZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 WHL-TEXT                 PIC X(50).
           03 WS-VERDICT-LINE             PIC X(80).

      *    PARAMETER AREA FOR THE SHARED EPSMSKSV MASKING SERVICE -
      *    SEE A700-MASK-FIELD.
           COPY EPSMSKPM.

      *    PARAMETER AREA FOR THE SHARED EPSSSNTK TOKENIZATION
      *    SERVICE - SEE A640-RETOKENIZE.
           COPY EPSTKPM.

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
           PERFORM A200-MASK-BORROWERS.
           PERFORM A250-MASK-PROPERTIES.
           PERFORM A300-MASK-SERVICING.
           PERFORM A350-MASK-APPLICATIONS.
           PERFORM A400-MASK-AUTOPAY.
           PERFORM A450-MASK-WIRES.
           PERFORM A500-MASK-SSN-XREF.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSMASK ' TO EPSJOBTM-JOB-NAME.
           MOVE 3600       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

       A150-START-FILE.
           MOVE 'N' TO WS-END-OF-FILE.
           MOVE 0   TO WS-FILE-READ.
           MOVE 0   TO WS-FILE-WRITTEN.
           MOVE 0   TO WS-FILE-FIELDS.
           MOVE 0   TO WS-FILE-WITHHELD
           .

      *****************************************************************
      * BORROWER MASTER                                               *
      *****************************************************************
       A200-MASK-BORROWERS.
           MOVE 'EPSBRWRF' TO WS-FILE-DD.
           PERFORM A150-START-FILE.
           OPEN INPUT BORROWER-MASTER-FILE.
           IF WS-BRWRF-STATUS NOT = '00'
              PERFORM A810-REPORT-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TEST-BORROWER-FILE.
           PERFORM A210-MASK-ONE-BORROWER UNTIL END-OF-FILE.
           CLOSE BORROWER-MASTER-FILE.
           CLOSE TEST-BORROWER-FILE.
           PERFORM A800-REPORT-FILE
           .

       A210-MASK-ONE-BORROWER.
           READ BORROWER-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-FILE
                 EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-FILE-READ.
           MOVE 'M' TO WS-RECORD-STATE.

           SET EPSMSKSV-PAN TO TRUE.
           MOVE BRWR-PAN TO EPSMSKSV-VALUE-IN.
           PERFORM A700-MASK-FIELD.
           MOVE EPSMSKSV-VALUE-OUT TO BRWR-PAN.

           SET EPSMSKSV-PERSON-NAME TO TRUE.
           MOVE BRWR-NAME TO EPSMSKSV-VALUE-IN.
           PERFORM A700-MASK-FIELD.
           MOVE EPSMSKSV-VALUE-OUT TO BRWR-NAME.

           SET EPSMSKSV-STREET-ADDRESS TO TRUE.
           MOVE BRWR-ADDR-LINE-1 TO EPSMSKSV-VALUE-IN.
           PERFORM A700-MASK-FIELD.
           MOVE EPSMSKSV-VALUE-OUT TO BRWR-ADDR-LINE-1.

           SET EPSMSKSV-ADDRESS-UNIT TO TRUE.
           MOVE BRWR-ADDR-LINE-2 TO EPSMSKSV-VALUE-IN.
           PERFORM A700-MASK-FIELD.
           MOVE EPSMSKSV-VALUE-OUT TO BRWR-ADDR-LINE-2.

           SET EPSMSKSV-DIGITS TO TRUE.
           MOVE BRWR-PHONE-NUM TO EPSMSKSV-VALUE-IN.
           PERFORM A700-MASK-FIELD.
           MOVE EPSMSKSV-VALUE-OUT TO BRWR-PHONE-NUM.

           IF RECORD-UNMASKED
              PERFORM A820-REPORT-WITHHELD
              EXIT PARAGRAPH
           END-IF.
           WRITE TEST-BORROWER-RECORD FROM BORROWER-MASTER-RECORD
              INVALID KEY
                 PERFORM A830-REPORT-DUPLICATE
              NOT INVALID KEY
                 ADD 1 TO WS-FILE-WRITTEN
           END-WRITE
           .

      *****************************************************************
      * PROPERTY MASTER                                               *
      *****************************************************************
       A250-MASK-PROPERTIES.
           MOVE 'EPSPROPF' TO WS-FILE-DD.
           PERFORM A150-START-FILE.
           OPEN INPUT PROPERTY-MASTER-FILE.
           IF WS-PROPF-STATUS NOT = '00'
              PERFORM A810-REPORT-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TEST-PROPERTY-FILE.
           PERFORM A260-MASK-ONE-PROPERTY UNTIL END-OF-FILE.
           CLOSE PROPERTY-MASTER-FILE.
           CLOSE TEST-PROPERTY-FILE.
           PERFORM A800-REPORT-FILE
           .

       A260-MASK-ONE-PROPERTY.
           READ PROPERTY-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-FILE
                 EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-FILE-READ.
           MOVE 'M' TO WS-RECORD-STATE.

           SET EPSMSKSV-PAN TO TRUE.
           MOVE PROP-PAN TO EPSMSKSV-VALUE-IN.
           PERFORM A700-MASK-FIELD.
           MOVE EPSMSKSV-VALUE-OUT TO PROP-PAN.

           SET EPSMSKSV-STREET-ADDRESS TO TRUE.
           MOVE PROP-ADDR-LINE-1 TO EPSMSKSV-VALUE-IN.
           PERFORM A700-MASK-FIELD.
           MOVE EPSMSKSV-VALUE-OUT TO PROP-ADDR-LINE-1.

           IF RECORD-UNMASKED
              PERFORM A820-REPORT-WITHHELD
              EXIT PARAGRAPH
           END-IF.
           WRITE TEST-PROPERTY-RECORD FROM PROPERTY-MASTER-RECORD
              INVALID KEY
                 PERFORM A830-REPORT-DUPLICATE
              NOT INVALID KEY
                 ADD 1 TO WS-FILE-WRITTEN
           END-WRITE
           .

      *****************************************************************
      * SERVICING MASTER                                              *
      *****************************************************************
       A300-MASK-SERVICING.
           MOVE 'EPSSRVCF' TO WS-FILE-DD.
           PERFORM A150-START-FILE.
           OPEN INPUT SERVICING-MASTER-FILE.
           IF WS-SRVCF-STATUS NOT = '00'
              PERFORM A810-REPORT-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TEST-SERVICING-FILE.
           PERFORM A310-MASK-ONE-LOAN UNTIL END-OF-FILE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE TEST-SERVICING-FILE.
           PERFORM A800-REPORT-FILE
           .

       A310-MASK-ONE-LOAN.
           READ SERVICING-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-FILE
                 EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-FILE-READ.
           MOVE 'M' TO WS-RECORD-STATE.

           SET EPSMSKSV-PAN TO TRUE.
           MOVE SRV-PAN TO EPSMSKSV-VALUE-IN.
           PERFORM A700-MASK-FIELD.
           MOVE EPSMSKSV-VALUE-OUT TO SRV-PAN.

           IF RECORD-UNMASKED
              PERFORM A820-REPORT-WITHHELD
              EXIT PARAGRAPH
           END-IF.
           WRITE TEST-SERVICING-RECORD FROM SERVICING-MASTER-RECORD
              INVALID KEY
                 PERFORM A830-REPORT-DUPLICATE
              NOT INVALID KEY
                 ADD 1 TO WS-FILE-WRITTEN
           END-WRITE
           .

      *****************************************************************
      * APPLICATION STATUS                                            *
      *****************************************************************
       A350-MASK-APPLICATIONS.
           MOVE 'EPSAPPST' TO WS-FILE-DD.
           PERFORM A150-START-FILE.
           OPEN INPUT APPLICATION-STATUS-FILE.
           IF WS-APPST-STATUS NOT = '00'
              PERFORM A810-REPORT-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TEST-APPLICATION-FILE.
           PERFORM A360-MASK-ONE-APPLICATION UNTIL END-OF-FILE.
           CLOSE APPLICATION-STATUS-FILE.
           CLOSE TEST-APPLICATION-FILE.
           PERFORM A800-REPORT-FILE
           .

       A360-MASK-ONE-APPLICATION.
           READ APPLICATION-STATUS-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-FILE
                 EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-FILE-READ.
           MOVE 'M' TO WS-RECORD-STATE.

           SET EPSMSKSV-PAN TO TRUE.
           MOVE APPST-PAN TO EPSMSKSV-VALUE-IN.
           PERFORM A700-MASK-FIELD.
           MOVE EPSMSKSV-VALUE-OUT TO APPST-PAN.

           IF RECORD-UNMASKED
              PERFORM A820-REPORT-WITHHELD
              EXIT PARAGRAPH
           END-IF.
           WRITE TEST-APPLICATION-RECORD FROM APPLICATION-STATUS-RECORD
              INVALID KEY
                 PERFORM A830-REPORT-DUPLICATE
              NOT INVALID KEY
                 ADD 1 TO WS-FILE-WRITTEN
           END-WRITE
           .

      *****************************************************************
      * ACH AUTOPAY ENROLLMENT                                        *
      *****************************************************************
       A400-MASK-AUTOPAY.
           MOVE 'EPSACHEN' TO WS-FILE-DD.
           PERFORM A150-START-FILE.
           OPEN INPUT AUTOPAY-ENROLLMENT-FILE.
           IF WS-ACHEN-STATUS NOT = '00'
              PERFORM A810-REPORT-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TEST-AUTOPAY-FILE.
           PERFORM A410-MASK-ONE-ENROLLMENT UNTIL END-OF-FILE.
           CLOSE AUTOPAY-ENROLLMENT-FILE.
           CLOSE TEST-AUTOPAY-FILE.
           PERFORM A800-REPORT-FILE
           .

       A410-MASK-ONE-ENROLLMENT.
           READ AUTOPAY-ENROLLMENT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-FILE
                 EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-FILE-READ.
           MOVE 'M' TO WS-RECORD-STATE.

           SET EPSMSKSV-PAN TO TRUE.
           MOVE ACHEN-PAN TO EPSMSKSV-VALUE-IN.
           PERFORM A700-MASK-FIELD.
           MOVE EPSMSKSV-VALUE-OUT TO ACHEN-PAN.

           SET EPSMSKSV-DIGITS TO TRUE.
           MOVE ACHEN-ACCOUNT-NUMBER TO EPSMSKSV-VALUE-IN.
           PERFORM A700-MASK-FIELD.
           MOVE EPSMSKSV-VALUE-OUT TO ACHEN-ACCOUNT-NUMBER.

           IF RECORD-UNMASKED
              PERFORM A820-REPORT-WITHHELD
              EXIT PARAGRAPH
           END-IF.
           WRITE TEST-AUTOPAY-RECORD FROM AUTOPAY-ENROLLMENT-RECORD
              INVALID KEY
                 PERFORM A830-REPORT-DUPLICATE
              NOT INVALID KEY
                 ADD 1 TO WS-FILE-WRITTEN
           END-WRITE
           .

      *****************************************************************
      * PENDING FUNDING WIRES                                         *
      *****************************************************************
       A450-MASK-WIRES.
           MOVE 'EPSWIREP' TO WS-FILE-DD.
           PERFORM A150-START-FILE.
           OPEN INPUT PENDING-WIRE-FILE.
           IF WS-WIREP-STATUS NOT = '00'
              PERFORM A810-REPORT-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TEST-WIRE-FILE.
           PERFORM A460-MASK-ONE-WIRE UNTIL END-OF-FILE.
           CLOSE PENDING-WIRE-FILE.
           CLOSE TEST-WIRE-FILE.
           PERFORM A800-REPORT-FILE
           .

       A460-MASK-ONE-WIRE.
           READ PENDING-WIRE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-FILE
                 EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-FILE-READ.
           MOVE 'M' TO WS-RECORD-STATE.

           SET EPSMSKSV-PAN TO TRUE.
           MOVE WIREP-PAN TO EPSMSKSV-VALUE-IN.
           PERFORM A700-MASK-FIELD.
           MOVE EPSMSKSV-VALUE-OUT TO WIREP-PAN.

           SET EPSMSKSV-BUSINESS-NAME TO TRUE.
           MOVE WIREP-AGENT-NAME TO EPSMSKSV-VALUE-IN.
           PERFORM A700-MASK-FIELD.
           MOVE EPSMSKSV-VALUE-OUT TO WIREP-AGENT-NAME.

           SET EPSMSKSV-DIGITS TO TRUE.
           MOVE WIREP-ACCOUNT-NUMBER TO EPSMSKSV-VALUE-IN.
           PERFORM A700-MASK-FIELD.
           MOVE EPSMSKSV-VALUE-OUT TO WIREP-ACCOUNT-NUMBER.

           IF RECORD-UNMASKED
              PERFORM A820-REPORT-WITHHELD
              EXIT PARAGRAPH
           END-IF.
           WRITE TEST-WIRE-RECORD FROM PENDING-WIRE-RECORD
              INVALID KEY
                 PERFORM A830-REPORT-DUPLICATE
              NOT INVALID KEY
                 ADD 1 TO WS-FILE-WRITTEN
           END-WRITE
           .

      *****************************************************************
      * SSN-TO-PAN CROSS-REFERENCE                                    *
      *****************************************************************
       A500-MASK-SSN-XREF.
           MOVE 'EPSSSNXR' TO WS-FILE-DD.
           PERFORM A150-START-FILE.
           OPEN INPUT SSN-XREF-FILE.
           IF WS-SSNXR-STATUS NOT = '00'
              PERFORM A810-REPORT-SKIPPED
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TEST-SSN-XREF-FILE.
           PERFORM A510-MASK-ONE-XREF UNTIL END-OF-FILE.
           CLOSE SSN-XREF-FILE.
           CLOSE TEST-SSN-XREF-FILE.
           PERFORM A800-REPORT-FILE
           .

       A510-MASK-ONE-XREF.
           READ SSN-XREF-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-FILE
                 EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-FILE-READ.
           MOVE 'M' TO WS-RECORD-STATE.

           SET EPSMSKSV-SSN-TOKEN TO TRUE.
           MOVE SSNXR-SSN TO EPSMSKSV-VALUE-IN.
           PERFORM A700-MASK-FIELD.
           IF RECORD-MASKED
              PERFORM A640-RETOKENIZE
           END-IF.

           PERFORM A520-MASK-XREF-PAN
                   VARYING WS-PAN-IDX FROM 1 BY 1
                   UNTIL WS-PAN-IDX > SSNXR-PAN-COUNT
                      OR WS-PAN-IDX > 5.

           IF RECORD-UNMASKED
              PERFORM A820-REPORT-WITHHELD
              EXIT PARAGRAPH
           END-IF.
           WRITE TEST-SSN-XREF-RECORD FROM SSN-PAN-XREF-RECORD
              INVALID KEY
                 PERFORM A830-REPORT-DUPLICATE
              NOT INVALID KEY
                 ADD 1 TO WS-FILE-WRITTEN
           END-WRITE
           .

       A520-MASK-XREF-PAN.
           SET EPSMSKSV-PAN TO TRUE.
           MOVE SSNXR-PAN(WS-PAN-IDX) TO EPSMSKSV-VALUE-IN.
           PERFORM A700-MASK-FIELD.
           MOVE EPSMSKSV-VALUE-OUT TO SSNXR-PAN(WS-PAN-IDX)
           .

      *    THE FAKE SSN GOES INTO THE TEST VAULT AND ITS TEST TOKEN
      *    REPLACES THE PRODUCTION ONE. THE FAKE'S LAST FOUR NEVER
      *    MATCH THE REAL LAST FOUR, SO THE NEW TOKEN CANNOT EQUAL
      *    THE OLD.
       A640-RETOKENIZE.
           SET EPSSSNTK-TOKENIZE TO TRUE.
           MOVE 'EPSMASK '              TO EPSSSNTK-CALLER-ID.
           MOVE EPSMSKSV-VALUE-OUT(1:9) TO EPSSSNTK-SSN.
           MOVE SPACES                  TO EPSSSNTK-TOKEN.
           CALL 'EPSSSNTK' USING EPSSSNTK-PARMS.
           IF EPSSSNTK-SUCCESS
              AND EPSSSNTK-TOKEN NOT = SSNXR-SSN
              MOVE EPSSSNTK-TOKEN TO SSNXR-SSN
           ELSE
              MOVE 'U' TO WS-RECORD-STATE
           END-IF
           .

      *    THE CHECK THE CONTROL REPORT STANDS ON - A NON-BLANK FIELD
      *    COMES BACK MASKED AND DIFFERENT FROM ITS PRODUCTION VALUE,
      *    OR THE RECORD IS WITHHELD. THE FIELD IS LEFT AS IT CAME
      *    BACK; A WITHHELD RECORD IS NEVER WRITTEN.
       A700-MASK-FIELD.
           MOVE 'EPSMASK ' TO EPSMSKSV-CALLER-ID.
           CALL 'EPSMSKSV' USING EPSMSKSV-PARMS.
           EVALUATE TRUE
              WHEN EPSMSKSV-NOTHING-TO-MASK
                 CONTINUE
              WHEN EPSMSKSV-MASKED
               AND EPSMSKSV-VALUE-OUT NOT = EPSMSKSV-VALUE-IN
                 ADD 1 TO WS-FILE-FIELDS
              WHEN OTHER
                 MOVE 'U' TO WS-RECORD-STATE
           END-EVALUATE
           .

       A800-REPORT-FILE.
           MOVE SPACES            TO WS-FILE-LINE.
           MOVE WS-FILE-DD        TO FIL-DD.
           MOVE WS-FILE-READ      TO FIL-READ.
           MOVE WS-FILE-WRITTEN   TO FIL-WRITTEN.
           MOVE WS-FILE-FIELDS    TO FIL-FIELDS.
           MOVE WS-FILE-WITHHELD  TO FIL-WITHHELD.
           IF WS-FILE-WITHHELD = 0
              MOVE 'MASKED - NO REAL VALUE COPIED' TO FIL-RESULT
           ELSE
              MOVE 'MASKED - RECORDS WITHHELD, SEE ABOVE'
                   TO FIL-RESULT
           END-IF.
           MOVE WS-FILE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           ADD WS-FILE-READ     TO WS-TOTAL-READ.
           ADD WS-FILE-WRITTEN  TO WS-TOTAL-WRITTEN.
           ADD WS-FILE-FIELDS   TO WS-TOTAL-FIELDS.
           ADD WS-FILE-WITHHELD TO WS-TOTAL-WITHHELD
           .

       A810-REPORT-SKIPPED.
           MOVE SPACES     TO WS-FILE-LINE.
           MOVE WS-FILE-DD TO FIL-DD.
           MOVE 'NOT PRESENT - SKIPPED' TO FIL-RESULT.
           MOVE WS-FILE-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    ONLY THE RECORD NUMBER IS PRINTED - THE REPORT ITSELF MUST
      *    NOT CARRY THE VALUE THAT COULD NOT BE MASKED.
       A820-REPORT-WITHHELD.
           ADD 1 TO WS-FILE-WITHHELD.
           MOVE SPACES        TO WS-WITHHELD-LINE.
           MOVE WS-FILE-DD    TO WHL-DD.
           MOVE WS-FILE-READ  TO WHL-RECORD-NUM.
           MOVE 'WITHHELD - A PERSONAL FIELD COULD NOT BE MASKED'
                TO WHL-TEXT.
           MOVE WS-WITHHELD-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A830-REPORT-DUPLICATE.
           ADD 1 TO WS-FILE-WITHHELD.
           MOVE SPACES        TO WS-WITHHELD-LINE.
           MOVE WS-FILE-DD    TO WHL-DD.
           MOVE WS-FILE-READ  TO WHL-RECORD-NUM.
           MOVE 'WITHHELD - MASKED KEY ALREADY ON THE TEST COPY'
                TO WHL-TEXT.
           MOVE WS-WITHHELD-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE SPACES            TO WS-FILE-LINE.
           MOVE 'TOTAL'           TO FIL-DD.
           MOVE WS-TOTAL-READ     TO FIL-READ.
           MOVE WS-TOTAL-WRITTEN  TO FIL-WRITTEN.
           MOVE WS-TOTAL-FIELDS   TO FIL-FIELDS.
           MOVE WS-TOTAL-WITHHELD TO FIL-WITHHELD.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-FILE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-TOTAL-WITHHELD = 0
              MOVE 'VERIFIED - NO UNMASKED PERSONAL FIELD WAS COPIED'
                   TO WS-VERDICT-LINE
           ELSE
              MOVE 'VERIFIED - UNMASKABLE RECORDS WITHHELD, NOT COPIED'
                   TO WS-VERDICT-LINE
           END-IF.
           MOVE WS-VERDICT-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           IF WS-TOTAL-WITHHELD > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'EPSMASK '        TO EPSRUNWR-JOB-NAME.
           MOVE WS-TOTAL-READ     TO EPSRUNWR-IN-COUNT.
           MOVE WS-TOTAL-WRITTEN  TO EPSRUNWR-OUT-COUNT.
           MOVE WS-TOTAL-WITHHELD TO EPSRUNWR-ERROR-COUNT.
           MOVE RETURN-CODE       TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .
