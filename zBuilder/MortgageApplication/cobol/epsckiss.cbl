      *    STREAM WRAPS WITH EPSCTLWR'S CONTROL RECORDS BEFORE IT
      *    GOES TO THE BANK, LIKE THE OTHER INTERFACE FILES.
      *
      *    EVERY PAYEE IS SCREENED AGAINST THE OFAC SDN LIST THROUGH
      *    EPSSDNSC BEFORE THE CHECK GOES ON THE POSITIVE-PAY FILE. A
      *    POTENTIAL MATCH IS STILL NUMBERED AND REGISTERED, BUT HELD
      *    ('H') AND LEFT OFF POSITIVE PAY SO IT CANNOT BE PRINTED OR
      *    CASHED. ONCE COMPLIANCE HAS CLEARED EVERY MATCH IN EPSSDNAP
      *    THE NEXT RUN RELEASES IT ONTO POSITIVE PAY WITH TODAY'S
      *    ISSUE DATE. NO LIST LOADED STOPS THE RUN BEFORE ANY CHECK.
      *
      *    A CHECK PAYABLE TO THE BORROWER (THE PAYEE IS THE NAME ON
      *    EPSBRWRF, OR THE PAN WHEN THE BORROWER IS NOT ON THE
      *    MASTER) WITHIN 30 DAYS OF AN ONLINE ADDRESS CHANGE ON
      *    EPSADCHG IS HELD THE SAME WAY, AS 'A', FOR SERVICING TO
      *    REVIEW - RELEASED OR VOIDED THROUGH EPSCKMNT.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CKPPX-STATUS.

           SELECT SDN-HIT-FILE ASSIGN TO EPSSDNHT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SDNHT-KEY
                  FILE STATUS IS WS-SDNHT-STATUS.

           SELECT SDN-CONTROL-FILE ASSIGN TO EPSSDNCT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SDNCT-STATUS.

           SELECT BORROWER-MASTER-FILE ASSIGN TO EPSBRWRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BRWR-PAN
                  FILE STATUS IS WS-BRWR-STATUS.

           SELECT ADDRESS-CHANGE-FILE ASSIGN TO EPSADCHG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ADCH-KEY
                  FILE STATUS IS WS-ADCH-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO CKISSRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           RECORD CONTAINS 52 CHARACTERS.
           COPY EPSCKPPX.

       FD  SDN-HIT-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSDNHT.

       FD  SDN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSSDNCT.

       FD  BORROWER-MASTER-FILE
           RECORD CONTAINS 166 CHARACTERS.
           COPY EPSBRWRF.

       FD  ADDRESS-CHANGE-FILE
           RECORD CONTAINS 260 CHARACTERS.
           COPY EPSADCHG.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).
           03 WS-CKREG-STATUS             PIC XX.
           03 WS-CKCTL-STATUS             PIC XX.
           03 WS-CKPPX-STATUS             PIC XX.
           03 WS-SDNHT-STATUS             PIC XX.
           03 WS-SDNCT-STATUS             PIC XX.
           03 WS-BRWR-STATUS              PIC XX.
           03 WS-ADCH-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
              88 END-OF-REQUESTS             VALUE 'Y'.
           03 WS-CONTROL-ON-FILE          PIC X VALUE 'N'.
              88 CONTROL-LOADED              VALUE 'Y'.
           03 WS-END-OF-HITS              PIC X VALUE 'N'.
              88 END-OF-HITS                 VALUE 'Y'.
           03 WS-OPEN-MATCH               PIC X VALUE 'N'.
              88 OPEN-MATCH                  VALUE 'Y'.
           03 WS-ADCH-OPEN                PIC X VALUE 'N'.
              88 ADCH-FILE-OPEN              VALUE 'Y'.
           03 WS-BRWR-OPEN                PIC X VALUE 'N'.
              88 BRWR-FILE-OPEN              VALUE 'Y'.
           03 WS-END-OF-ADCH              PIC X VALUE 'N'.
              88 END-OF-ADCH                 VALUE 'Y'.
           03 WS-ADDRESS-HOLD             PIC X VALUE 'N'.
              88 ADDRESS-CHANGE-HOLD         VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-ISSUED-COUNT             PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.
           03 WS-HELD-COUNT               PIC 9(7) VALUE 0.
           03 WS-RELEASED-COUNT           PIC 9(7) VALUE 0.
           03 WS-ADDR-HELD-COUNT          PIC 9(7) VALUE 0.

       01 WS-ISSUE-WORK.
           03 WS-NEXT-CHECK               PIC 9(10) VALUE 0.
           03 WS-ISSUE-PAYEE              PIC X(24).
           03 WS-ISSUE-TYPE               PIC X.
           03 WS-ISSUE-AMOUNT             PIC 9(7)V99.
           03 WS-ISSUE-RESULT             PIC X(30).

      *    HELD CHECKS WITH A NEWLY CLEARED MATCH, GATHERED OFF
      *    EPSSDNHT BEFORE THE DAY'S ISSUES - SEE A170.
       01 WS-RELEASE-TABLE.
           03 WS-RELEASE-COUNT            PIC 9(4) VALUE 0.
           03 WS-RELEASE-ENTRY OCCURS 500 TIMES.
              05 WS-RELEASE-REF           PIC X(10).
       01 WS-RELEASE-SUB                  PIC 9(4) VALUE 0.
       01 WS-RELEASE-CHECK-X              PIC X(10).
       01 WS-RELEASE-CHECK REDEFINES WS-RELEASE-CHECK-X
                                          PIC 9(10).

      *    PARAMETER AREA FOR THE SHARED EPSSDNSC OFAC SCREENING
      *    SERVICE.
           COPY EPSSDNPM.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

      *    HOW FAR BACK AN ONLINE ADDRESS CHANGE STILL HOLDS A
      *    BORROWER'S CHECK, AND THE FIRST CHANGE DATE INSIDE THAT
      *    WINDOW.
       01 WS-HOLD-DAYS                    PIC 9(3) VALUE 30.
       01 WS-HOLD-FROM-DATE               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(44) VALUE
              05 FILLER                   PIC X(26) VALUE 'PAYEE'.
              05 FILLER                   PIC X(5)  VALUE 'TYPE'.
              05 FILLER                   PIC X(14) VALUE 'AMOUNT'.
              05 FILLER                   PIC X(30) VALUE 'RESULT'.
           03 WS-DETAIL-LINE.
              05 DTL-CHECK                PIC 9(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-TYPE                 PIC X.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DTL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(30).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'ISSUED:'.
              05 SUM-ISSUED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'ERRORS:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'OFAC HELD:'.
              05 SUM-HELD                 PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'RELEASED:'.
              05 SUM-RELEASED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'ADDR HELD:'.
              05 SUM-ADDR-HELD            PIC ZZZZZZ9.

       LINKAGE SECTION.
      *
           OPEN I-O    CHECK-CONTROL-FILE.
           OPEN OUTPUT POSITIVE-PAY-FILE.
           OPEN OUTPUT CONTROL-REPORT.
           OPEN INPUT  BORROWER-MASTER-FILE.
           IF WS-BRWR-STATUS = '00'
              MOVE 'Y' TO WS-BRWR-OPEN
           END-IF.
           OPEN INPUT  ADDRESS-CHANGE-FILE.
           IF WS-ADCH-STATUS = '00'
              MOVE 'Y' TO WS-ADCH-OPEN
           END-IF.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           COMPUTE WS-HOLD-FROM-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8)
               - WS-HOLD-DAYS).
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           WRITE RPT-LINE.

           PERFORM A120-LOAD-CHECK-CONTROL.
           PERFORM A130-CHECK-SDN-LIST.
           PERFORM A170-RELEASE-CLEARED-CHECKS.
           PERFORM A150-READ-TAX.
           PERFORM A160-READ-REQUEST.

           END-IF
           .

      *    SCREENING AGAINST AN EMPTY LIST WOULD PASS EVERY PAYEE, SO
      *    NO LOADED OFAC LIST STOPS THE RUN THE SAME WAY A MISSING
      *    CHECK CONTROL RECORD DOES.
       A130-CHECK-SDN-LIST.
           OPEN INPUT SDN-CONTROL-FILE.
           IF WS-SDNCT-STATUS = '00'
              READ SDN-CONTROL-FILE
                 AT END
                    MOVE 0 TO SDNCT-ENTRY-COUNT
              END-READ
              CLOSE SDN-CONTROL-FILE
           ELSE
              MOVE 0 TO SDNCT-ENTRY-COUNT
           END-IF.
           IF SDNCT-ENTRY-COUNT = 0
              DISPLAY 'EPSCKISS - NO OFAC SDN LIST LOADED - '
                      'RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       A150-READ-TAX.
           READ TAX-DISBURSEMENT-FILE
              AT END
           END-READ
           .

      *    A HELD CHECK IS RELEASED WHEN A MATCH AGAINST IT HAS BEEN
      *    CLEARED SINCE THE LAST RUN AND NONE IS STILL PENDING OR
      *    CONFIRMED. THE HIT FILE IS DONE WITH BEFORE THE FIRST
      *    SCREEN - EPSSDNSC OPENS IT ITSELF.
       A170-RELEASE-CLEARED-CHECKS.
           OPEN I-O SDN-HIT-FILE.
           IF WS-SDNHT-STATUS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N'        TO WS-END-OF-HITS.
           MOVE 'C'        TO SDNHT-SOURCE.
           MOVE LOW-VALUES TO SDNHT-REFERENCE.
           MOVE 0          TO SDNHT-ENTRY-NUM SDNHT-ALT-NUM.
           START SDN-HIT-FILE KEY IS NOT LESS THAN SDNHT-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-HITS
           END-START.
           PERFORM A175-GATHER-CLEARED-HIT UNTIL END-OF-HITS.
           PERFORM A180-RELEASE-ONE-CHECK
              VARYING WS-RELEASE-SUB FROM 1 BY 1
              UNTIL WS-RELEASE-SUB > WS-RELEASE-COUNT.
           CLOSE SDN-HIT-FILE
           .

       A175-GATHER-CLEARED-HIT.
           READ SDN-HIT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-HITS
                 EXIT PARAGRAPH
           END-READ.
           IF NOT SDNHT-CHECK-PAYEE
              MOVE 'Y' TO WS-END-OF-HITS
              EXIT PARAGRAPH
           END-IF.
           IF SDNHT-CLEARED AND SDNHT-RELEASED-DATE = 0
              IF WS-RELEASE-COUNT = 0 OR
                 SDNHT-REFERENCE NOT =
                    WS-RELEASE-REF (WS-RELEASE-COUNT)
                 IF WS-RELEASE-COUNT < 500
                    ADD 1 TO WS-RELEASE-COUNT
                    MOVE SDNHT-REFERENCE
                      TO WS-RELEASE-REF (WS-RELEASE-COUNT)
                 END-IF
              END-IF
           END-IF
           .

       A180-RELEASE-ONE-CHECK.
           MOVE 'N' TO WS-OPEN-MATCH.
           PERFORM A185-START-CHECK-HITS.
           PERFORM A190-SCAN-CHECK-HIT UNTIL END-OF-HITS.
           IF OPEN-MATCH
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-RELEASE-REF (WS-RELEASE-SUB) TO WS-RELEASE-CHECK-X.
           MOVE WS-RELEASE-CHECK TO CKREG-CHECK-NUMBER.
           READ CHECK-REGISTER-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF NOT CKREG-OFAC-HOLD
              EXIT PARAGRAPH
           END-IF.
           MOVE 'I'               TO CKREG-STATUS-IND.
           MOVE WS-CURRENT-DATE-8 TO CKREG-ISSUE-DATE.
           MOVE WS-CURRENT-DATE-8 TO CKREG-LAST-MAINT-DATE.
           REWRITE CHECK-REGISTER-RECORD.

           MOVE 'I'                TO CKPPX-RECORD-TYPE.
           MOVE CKREG-CHECK-NUMBER TO CKPPX-CHECK-NUMBER.
           MOVE WS-CURRENT-DATE-8  TO CKPPX-ISSUE-DATE.
           MOVE CKREG-AMOUNT       TO CKPPX-AMOUNT.
           MOVE CKREG-PAYEE-NAME   TO CKPPX-PAYEE-NAME.
           WRITE POSITIVE-PAY-EXTRACT-RECORD.

           ADD 1 TO WS-RELEASED-COUNT.
           MOVE SPACES              TO WS-DETAIL-LINE.
           MOVE CKREG-CHECK-NUMBER  TO DTL-CHECK.
           MOVE CKREG-PAN           TO DTL-PAN.
           MOVE CKREG-PAYEE-NAME    TO DTL-PAYEE.
           MOVE CKREG-DISBURSE-TYPE TO DTL-TYPE.
           MOVE CKREG-AMOUNT        TO DTL-AMOUNT.
           MOVE 'RELEASED - OFAC MATCH CLEARED' TO DTL-RESULT.
           MOVE WS-DETAIL-LINE      TO RPT-LINE.
           WRITE RPT-LINE.

      *    STAMP THE CLEARED HITS SO THE CHECK IS NOT PICKED UP AGAIN.
           PERFORM A185-START-CHECK-HITS.
           PERFORM A195-STAMP-CHECK-HIT UNTIL END-OF-HITS
           .

       A185-START-CHECK-HITS.
           MOVE 'N' TO WS-END-OF-HITS.
           MOVE 'C' TO SDNHT-SOURCE.
           MOVE WS-RELEASE-REF (WS-RELEASE-SUB) TO SDNHT-REFERENCE.
           MOVE 0   TO SDNHT-ENTRY-NUM SDNHT-ALT-NUM.
           START SDN-HIT-FILE KEY IS NOT LESS THAN SDNHT-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-HITS
           END-START
           .

       A190-SCAN-CHECK-HIT.
           READ SDN-HIT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-HITS
                 EXIT PARAGRAPH
           END-READ.
           IF NOT SDNHT-CHECK-PAYEE OR
              SDNHT-REFERENCE NOT = WS-RELEASE-REF (WS-RELEASE-SUB)
              MOVE 'Y' TO WS-END-OF-HITS
              EXIT PARAGRAPH
           END-IF.
           IF SDNHT-PENDING OR SDNHT-BLOCKED
              MOVE 'Y' TO WS-OPEN-MATCH
           END-IF
           .

       A195-STAMP-CHECK-HIT.
           READ SDN-HIT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-HITS
                 EXIT PARAGRAPH
           END-READ.
           IF NOT SDNHT-CHECK-PAYEE OR
              SDNHT-REFERENCE NOT = WS-RELEASE-REF (WS-RELEASE-SUB)
              MOVE 'Y' TO WS-END-OF-HITS
              EXIT PARAGRAPH
           END-IF.
           IF SDNHT-RELEASED-DATE = 0
              MOVE WS-CURRENT-DATE-8 TO SDNHT-RELEASED-DATE
              REWRITE SDN-HIT-RECORD
           END-IF
           .

       A200-ISSUE-TAX-CHECK.
           MOVE TXDXT-PAN             TO WS-ISSUE-PAN.
           MOVE TXDXT-PAYEE-NAME      TO WS-ISSUE-PAYEE.
           PERFORM A160-READ-REQUEST.

       A400-ISSUE-ONE-CHECK.
           PERFORM A410-SCREEN-PAYEE.
           MOVE 'N' TO WS-ADDRESS-HOLD.
           IF WS-ISSUE-RESULT = SPACES
              PERFORM A420-CHECK-ADDRESS-CHANGE
           END-IF.
           MOVE WS-NEXT-CHECK       TO CKREG-CHECK-NUMBER.
           MOVE WS-ISSUE-PAN        TO CKREG-PAN.
           MOVE WS-ISSUE-PAYEE      TO CKREG-PAYEE-NAME.
           MOVE WS-ISSUE-TYPE       TO CKREG-DISBURSE-TYPE.
           MOVE WS-ISSUE-AMOUNT     TO CKREG-AMOUNT.
           MOVE WS-CURRENT-DATE-8   TO CKREG-ISSUE-DATE.
           IF WS-ISSUE-RESULT = SPACES
              MOVE 'I'              TO CKREG-STATUS-IND
           ELSE
              IF ADDRESS-CHANGE-HOLD
                 MOVE 'A'           TO CKREG-STATUS-IND
              ELSE
                 MOVE 'H'           TO CKREG-STATUS-IND
              END-IF
           END-IF.
           MOVE 0                   TO CKREG-CLEARED-DATE.
           MOVE 0                   TO CKREG-REISSUED-FROM.
           MOVE 0                   TO CKREG-DILIGENCE-DATE.
                         WS-NEXT-CHECK ' - CONTROL FILE SUSPECT'
           END-WRITE.

           IF WS-ISSUE-RESULT = SPACES
              MOVE 'I'               TO CKPPX-RECORD-TYPE
              MOVE WS-NEXT-CHECK     TO CKPPX-CHECK-NUMBER
              MOVE WS-CURRENT-DATE-8 TO CKPPX-ISSUE-DATE
              MOVE WS-ISSUE-AMOUNT   TO CKPPX-AMOUNT
              MOVE WS-ISSUE-PAYEE    TO CKPPX-PAYEE-NAME
              WRITE POSITIVE-PAY-EXTRACT-RECORD
              ADD 1 TO WS-ISSUED-COUNT
           ELSE
              IF ADDRESS-CHANGE-HOLD
                 ADD 1 TO WS-ADDR-HELD-COUNT
              ELSE
                 ADD 1 TO WS-HELD-COUNT
              END-IF
           END-IF.

           MOVE SPACES          TO WS-DETAIL-LINE.
           MOVE WS-NEXT-CHECK   TO DTL-CHECK.
           MOVE WS-ISSUE-PAN    TO DTL-PAN.
           MOVE WS-ISSUE-PAYEE  TO DTL-PAYEE.
           MOVE WS-ISSUE-TYPE   TO DTL-TYPE.
           MOVE WS-ISSUE-AMOUNT TO DTL-AMOUNT.
           MOVE WS-ISSUE-RESULT TO DTL-RESULT.
           MOVE WS-DETAIL-LINE  TO RPT-LINE.
           WRITE RPT-LINE.

           ADD 1 TO WS-NEXT-CHECK
           .

      *    THE CHECK NUMBER IS THE HIT REFERENCE. A SCREEN THAT COULD
      *    NOT RUN HOLDS THE CHECK TOO - WITH NO HIT TO CLEAR, IT IS
      *    VOIDED AND REISSUED THROUGH EPSCKMNT ONCE THE LIST IS BACK.
       A410-SCREEN-PAYEE.
           MOVE SPACES TO WS-ISSUE-RESULT.
           SET EPSSDNSC-SCREEN TO TRUE.
           MOVE 'EPSCKISS'     TO EPSSDNSC-CALLER-ID.
           MOVE 'C'            TO EPSSDNSC-SOURCE.
           MOVE WS-NEXT-CHECK  TO EPSSDNSC-REFERENCE.
           MOVE WS-ISSUE-PAN   TO EPSSDNSC-PAN.
           MOVE WS-ISSUE-PAYEE TO EPSSDNSC-NAME.
           CALL 'EPSSDNSC' USING EPSSDNSC-PARMS.
           EVALUATE TRUE
              WHEN NOT EPSSDNSC-SUCCESS
                 MOVE 'HELD - OFAC SCREEN NOT RUN' TO WS-ISSUE-RESULT
                 DISPLAY 'EPSCKISS - OFAC SCREEN FAILED RC '
                         EPSSDNSC-RETURN-CODE ' - CHECK '
                         WS-NEXT-CHECK ' HELD'
                 MOVE 8 TO RETURN-CODE
              WHEN EPSSDNSC-HOLD OR EPSSDNSC-BLOCKED
                 MOVE 'HELD - OFAC POTENTIAL MATCH' TO WS-ISSUE-RESULT
           END-EVALUATE
           .

      *    ONLY A CHECK TO THE BORROWER IS HELD - TAX, VENDOR AND
      *    OTHER THIRD-PARTY PAYEES ARE NOT REDIRECTED BY A CHANGE OF
      *    THE BORROWER'S ADDRESS. A PHONE-ONLY CHANGE HOLDS NOTHING.
       A420-CHECK-ADDRESS-CHANGE.
           IF NOT ADCH-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-ISSUE-PAYEE NOT = WS-ISSUE-PAN
              IF NOT BRWR-FILE-OPEN
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-ISSUE-PAN TO BRWR-PAN
              READ BORROWER-MASTER-FILE
                 INVALID KEY
                    EXIT PARAGRAPH
              END-READ
              IF WS-ISSUE-PAYEE NOT = BRWR-NAME(1:24)
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE 'N'               TO WS-END-OF-ADCH.
           MOVE WS-ISSUE-PAN      TO ADCH-PAN.
           MOVE WS-HOLD-FROM-DATE TO ADCH-CHANGE-DATE.
           MOVE 0                 TO ADCH-CHANGE-TIME.
           START ADDRESS-CHANGE-FILE KEY IS NOT LESS THAN ADCH-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-ADCH
           END-START.
           PERFORM A425-SCAN-ADDRESS-CHANGE
              UNTIL END-OF-ADCH OR ADDRESS-CHANGE-HOLD.
           IF ADDRESS-CHANGE-HOLD
              MOVE 'HELD - RECENT ADDRESS CHANGE' TO WS-ISSUE-RESULT
           END-IF
           .

       A425-SCAN-ADDRESS-CHANGE.
           READ ADDRESS-CHANGE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-ADCH
                 EXIT PARAGRAPH
           END-READ.
           IF ADCH-PAN NOT = WS-ISSUE-PAN
              MOVE 'Y' TO WS-END-OF-ADCH
              EXIT PARAGRAPH
           END-IF.
           IF ADCH-ADDRESS-CHANGE
              MOVE 'Y' TO WS-ADDRESS-HOLD
           END-IF
           .

       A900-FINALIZE.
           MOVE WS-NEXT-CHECK TO CKCTL-NEXT-CHECK-NUMBER.
           REWRITE CHECK-CONTROL-RECORD.

           MOVE WS-ISSUED-COUNT TO SUM-ISSUED.
           MOVE WS-ERROR-COUNT  TO SUM-ERRORS.
           MOVE WS-HELD-COUNT   TO SUM-HELD.
           MOVE WS-RELEASED-COUNT TO SUM-RELEASED.
           MOVE WS-ADDR-HELD-COUNT TO SUM-ADDR-HELD.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           CLOSE CHECK-CONTROL-FILE.
           CLOSE POSITIVE-PAY-FILE.
           CLOSE CONTROL-REPORT.
           IF BRWR-FILE-OPEN
              CLOSE BORROWER-MASTER-FILE
           END-IF.
           IF ADCH-FILE-OPEN
              CLOSE ADDRESS-CHANGE-FILE
           END-IF.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
