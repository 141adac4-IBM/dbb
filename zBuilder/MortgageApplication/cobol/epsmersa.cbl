       ID DIVISION.
       PROGRAM-ID. EPSMERSA.
      *    MERS RESPONSE MATCHING.
      *
      *    APPLIES THE MERS RESPONSE FILE (MERSACK, WRAPPED WITH THE
      *    EPSHDTRL CONTROL RECORDS BY EPSCTLWR) TO THE EPSMERSR
      *    REGISTRATION FILE. EVERY RESPONSE MUST MATCH A TRANSACTION
      *    THE EPSMERSD BATCH SENT - SAME PAN, SAME MIN, AND THAT
      *    TRANSACTION STILL MARKED SENT - OR IT IS LISTED AS AN ERROR
      *    AND CHANGES NOTHING.
      *
      *    ACCEPTED: A REGISTRATION MAKES THE LOAN REGISTERED WITH US
      *    AS INVESTOR AND SERVICER; A TRANSFER OF BENEFICIAL OR
      *    SERVICING RIGHTS MOVES THE INVESTOR OR SERVICER ORG TO THE
      *    TRANSFEREE; A DEACTIVATION MAKES THE MIN INACTIVE.
      *    REJECTED: THE TRANSACTION GOES BACK TO PENDING WITH THE
      *    MERS REJECT CODE AND TEXT KEPT ON THE RECORD AND LISTED
      *    HERE, SO IT IS SENT AGAIN BY THE NEXT BATCH AFTER THE
      *    CAUSE IS CORRECTED.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERS-RESPONSE-FILE ASSIGN TO MERSACK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MRSAK-STATUS.

           SELECT MERS-REGISTRATION-FILE ASSIGN TO EPSMERSR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MERS-PAN
                  FILE STATUS IS WS-MERSR-STATUS.

           SELECT MERS-CONTROL-FILE ASSIGN TO EPSMRCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MRCTL-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO MERSARPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERS-RESPONSE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSMRSAK.

       FD  MERS-REGISTRATION-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY EPSMERSR.

       FD  MERS-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSMRCTL.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
           03 STATIC-ERRORS.
              05 FILLER                  PIC 99 VALUE 1.
              05 FILLER                  PIC X(80)
              VALUE 'RESPONSE NOT APPLIED - PAN NOT ON EPSMERSR'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X(80)
              VALUE 'RESPONSE NOT APPLIED - MIN DOES NOT MATCH THE PAN'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(80)
              VALUE 'RESPONSE NOT APPLIED - NO SUCH TRANSACTION SENT'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(80)
              VALUE 'RESPONSE NOT APPLIED - BAD TYPE OR STATUS'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 4 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

       01 WS-FILE-STATUSES.
           03 WS-MRSAK-STATUS             PIC XX.
           03 WS-MERSR-STATUS             PIC XX.
           03 WS-MRCTL-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-RESPONSES         PIC X VALUE 'N'.
              88 END-OF-RESPONSES            VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 9 VALUE 0.
              88 WS-RESPONSE-VALID           VALUE 0.

      *    INTERFACE-FILE CONTROL-RECORD ENFORCEMENT - SEE EPSHDTRL.
      *    THE FIRST RECORD MUST BE THE HDR, THE LAST THE TRL, AND
      *    THE TRL COUNT MUST MATCH WHAT WAS ACTUALLY READ - ANYTHING
      *    ELSE ABENDS THE STEP BEFORE A SHORT-LOADED RESULT CAN GO
      *    UNNOTICED. THE RESPONSE FILE CARRIES NO MONEY AMOUNTS,
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

       01 WS-OUR-ORG-ID                   PIC 9(7).

       01 WS-COUNTERS.
           03 WS-ACCEPTED-COUNT           PIC 9(7) VALUE 0.
           03 WS-REJECTED-COUNT           PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSMERSA - MERS RESPONSE CONTROL REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-MIN                  PIC X(18).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-TXN-TYPE             PIC X(3).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-STATUS               PIC X.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(80).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'ACCEPTED:'.
              05 SUM-ACCEPTED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'REJECTED:'.
              05 SUM-REJECTED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'ERRORS:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.

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
           PERFORM A200-PROCESS-RESPONSE UNTIL END-OF-RESPONSES.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSMERSA' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           PERFORM A120-LOAD-MERS-CONTROL.

           OPEN INPUT  MERS-RESPONSE-FILE.
           OPEN I-O    MERS-REGISTRATION-FILE.
           IF WS-MERSR-STATUS = '05' OR '35'
              CLOSE MERS-REGISTRATION-FILE
              OPEN OUTPUT MERS-REGISTRATION-FILE
              CLOSE MERS-REGISTRATION-FILE
              OPEN I-O MERS-REGISTRATION-FILE
           END-IF.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A150-READ-RESPONSE
           .

      *    AN ACCEPTED REGISTRATION NAMES US AS INVESTOR AND SERVICER
      *    - A MISSING CONTROL RECORD STOPS THE RUN, AS IN EPSMERSD.
       A120-LOAD-MERS-CONTROL.
           OPEN INPUT MERS-CONTROL-FILE.
           MOVE 0 TO WS-OUR-ORG-ID.
           IF WS-MRCTL-STATUS = '00'
              READ MERS-CONTROL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF MRCTL-ORG-ID IS NUMERIC
                       MOVE MRCTL-ORG-ID TO WS-OUR-ORG-ID
                    END-IF
              END-READ
              CLOSE MERS-CONTROL-FILE
           END-IF.
           IF WS-OUR-ORG-ID = 0
              DISPLAY 'EPSMERSA - EPSMRCTL CONTROL RECORD MISSING - '
                      'RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       A150-READ-RESPONSE.
           MOVE 'N' TO WS-GOT-DATA.
           PERFORM A152-READ-ONE-RECORD
                   UNTIL GOT-DATA-RECORD OR END-OF-RESPONSES
           .

       A152-READ-ONE-RECORD.
           READ MERS-RESPONSE-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-RESPONSES
                 IF NOT TRAILER-SEEN
                    MOVE 'TRAILER MISSING - FILE TRUNCATED'
                         TO WS-ABEND-TEXT
                    PERFORM A170-ABEND-CONTROL
                 END-IF
           END-READ.
           IF NOT END-OF-RESPONSES
              MOVE MERS-RESPONSE-RECORD(1:18)
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
           END-IF
           .

       A170-ABEND-CONTROL.
           DISPLAY 'EPSMERSA - INTERFACE CONTROL FAILURE ON MERSACK'.
           DISPLAY WS-ABEND-TEXT.
           DISPLAY 'EXPECTED COUNT ' ICR-RECORD-COUNT
                   ' FOUND ' WS-DATA-COUNT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       A200-PROCESS-RESPONSE.
           MOVE 0             TO WS-VALIDATION-INDICATOR.
           MOVE SPACES        TO WS-DETAIL-LINE.
           MOVE MRSA-PAN      TO DTL-PAN.
           MOVE MRSA-MIN      TO DTL-MIN.
           MOVE MRSA-TXN-TYPE TO DTL-TXN-TYPE.
           MOVE MRSA-STATUS   TO DTL-STATUS.

           IF NOT (MRSA-ACCEPTED OR MRSA-REJECTED)
              OR (MRSA-TXN-TYPE NOT = 'REG' AND NOT = 'TOB'
                  AND NOT = 'TOS' AND NOT = 'DEA')
              MOVE 4 TO WS-VALIDATION-INDICATOR
           END-IF.
           IF WS-RESPONSE-VALID
              MOVE MRSA-PAN TO MERS-PAN
              READ MERS-REGISTRATION-FILE
                 INVALID KEY
                    MOVE 1 TO WS-VALIDATION-INDICATOR
              END-READ
           END-IF.
           IF WS-RESPONSE-VALID
              AND MERS-MIN NOT = MRSA-MIN
              MOVE 2 TO WS-VALIDATION-INDICATOR
           END-IF.
           IF WS-RESPONSE-VALID
              PERFORM A250-CHECK-TRANSACTION-SENT
           END-IF.
           IF WS-RESPONSE-VALID
              IF MRSA-ACCEPTED
                 PERFORM A300-APPLY-ACCEPTANCE
              ELSE
                 PERFORM A400-APPLY-REJECTION
              END-IF
              MOVE WS-CURRENT-DATE-8 TO MERS-LAST-RESPONSE-DATE
              MOVE WS-CURRENT-DATE-8 TO MERS-LAST-MAINT-DATE
              REWRITE MERS-REGISTRATION-RECORD
           END-IF.
           IF NOT WS-RESPONSE-VALID
              ADD 1 TO WS-ERROR-COUNT
              MOVE ERROR-TEXT(WS-VALIDATION-INDICATOR) TO DTL-RESULT
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A150-READ-RESPONSE
           .

      *    A RESPONSE ONLY COUNTS AGAINST A TRANSACTION STILL MARKED
      *    SENT - A DUPLICATE OR STRAY RESPONSE MUST NOT UNDO A LATER
      *    CHANGE.
       A250-CHECK-TRANSACTION-SENT.
           EVALUATE MRSA-TXN-TYPE
              WHEN 'REG'
                 IF NOT MERS-REG-SENT
                    MOVE 3 TO WS-VALIDATION-INDICATOR
                 END-IF
              WHEN 'TOB'
                 IF NOT MERS-TOB-SENT
                    MOVE 3 TO WS-VALIDATION-INDICATOR
                 END-IF
              WHEN 'TOS'
                 IF NOT MERS-TOS-SENT
                    MOVE 3 TO WS-VALIDATION-INDICATOR
                 END-IF
              WHEN 'DEA'
                 IF NOT MERS-DEA-SENT
                    MOVE 3 TO WS-VALIDATION-INDICATOR
                 END-IF
           END-EVALUATE
           .

       A300-APPLY-ACCEPTANCE.
           ADD 1 TO WS-ACCEPTED-COUNT.
           MOVE SPACES TO MERS-LAST-REJECT-CODE.
           MOVE SPACES TO MERS-LAST-REJECT-TEXT.
           EVALUATE MRSA-TXN-TYPE
              WHEN 'REG'
                 MOVE 'R'               TO MERS-REG-STATUS
                 MOVE MRSA-PROCESS-DATE TO MERS-REG-DATE
                 MOVE WS-OUR-ORG-ID     TO MERS-INVESTOR-ORG
                 MOVE WS-OUR-ORG-ID     TO MERS-SERVICER-ORG
                 MOVE 'REGISTERED ON MERS' TO DTL-RESULT
              WHEN 'TOB'
                 MOVE MERS-TOB-INVESTOR-ORG TO MERS-INVESTOR-ORG
                 MOVE SPACE             TO MERS-TOB-IND
                 MOVE 'BENEFICIAL RIGHTS TRANSFERRED' TO DTL-RESULT
              WHEN 'TOS'
                 MOVE MERS-TOS-SERVICER-ORG TO MERS-SERVICER-ORG
                 MOVE SPACE             TO MERS-TOS-IND
                 MOVE 'SERVICING RIGHTS TRANSFERRED' TO DTL-RESULT
              WHEN 'DEA'
                 MOVE 'I'               TO MERS-REG-STATUS
                 MOVE SPACE             TO MERS-DEA-IND
                 MOVE 'MIN DEACTIVATED' TO DTL-RESULT
           END-EVALUATE
           .

       A400-APPLY-REJECTION.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE MRSA-REJECT-CODE TO MERS-LAST-REJECT-CODE.
           MOVE MRSA-REJECT-TEXT TO MERS-LAST-REJECT-TEXT.
           EVALUATE MRSA-TXN-TYPE
              WHEN 'REG'
                 MOVE 'P' TO MERS-REG-STATUS
              WHEN 'TOB'
                 MOVE 'P' TO MERS-TOB-IND
              WHEN 'TOS'
                 MOVE 'P' TO MERS-TOS-IND
              WHEN 'DEA'
                 MOVE 'P' TO MERS-DEA-IND
           END-EVALUATE.
           MOVE 'REJECTED - REQUEUED - ' TO DTL-RESULT.
           MOVE MRSA-REJECT-CODE TO DTL-RESULT(23:4).
           MOVE MRSA-REJECT-TEXT TO DTL-RESULT(28:30)
           .

       A900-FINALIZE.
           MOVE WS-ACCEPTED-COUNT TO SUM-ACCEPTED.
           MOVE WS-REJECTED-COUNT TO SUM-REJECTED.
           MOVE WS-ERROR-COUNT    TO SUM-ERRORS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE  TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE MERS-RESPONSE-FILE.
           CLOSE MERS-REGISTRATION-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSMERSA'        TO EPSRUNWR-JOB-NAME.
           MOVE WS-DATA-COUNT     TO EPSRUNWR-IN-COUNT.
           COMPUTE EPSRUNWR-OUT-COUNT =
                   WS-ACCEPTED-COUNT + WS-REJECTED-COUNT.
           MOVE WS-ERROR-COUNT    TO EPSRUNWR-ERROR-COUNT.
           IF WS-ERROR-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE       TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .
