      *    FAILURES GO TO THE EDIT REPORT AND STAY OFF THE FILE,
      *    BECAUSE A BAD BUREAU FILE CREATES DISPUTES WORKED BY HAND.
      *
      *    A LOAN WITH AN OPEN PAYMENT-RELATED NOTICE OF ERROR ON THE
      *    EPSQWRCF CASE FILE IS NOT REPORTED ADVERSE WHILE THE CASE
      *    IS OPEN (REGULATION X) - A DELINQUENT OR CHARGED-OFF
      *    RECORD IS HELD OFF THE FILE AND LISTED ON THE EDIT REPORT.
      *
      *    A LOAN WITH A CREDIT BUREAU DISPUTE UNDER INVESTIGATION ON
      *    THE EPSACDVF CASE FILE IS REPORTED WITH COMPLIANCE CONDITION
      *    CODE XB, AND WITH XH THE FIRST CYCLE AFTER THE LAST ONE IS
      *    ANSWERED. A DISPUTE ANSWERED 'MODIFIED' CARRIES ITS
      *    CORRECTED HISTORY INTO EVERY CYCLE THE CORRECTED MONTHS ARE
      *    STILL IN THE PROFILE, AND ITS CORRECTED STATUS INTO THE
      *    NEXT CYCLE IF THE SAME STATUS WOULD OTHERWISE GO OUT AGAIN.
      *    EVERY RECORD REPORTED IS ARCHIVED ON EPSMT2HS BY CYCLE FOR
      *    EPSACDVP TO MATCH DISPUTES AGAINST.
      *
      *    THE LOANS READ, RECORDS REPORTED AND EDIT FAILURES GO TO
      *    EPSRUNRS FOR THE MORNING HEALTH PAGE.
      *
      *    A PARTITION NUMBER ON THE CARD RUNS ONE EPSPTCTL PAN-RANGE
      *    PARTITION SIDE BY SIDE WITH THE OTHERS: ONLY THAT RANGE IS
      *    READ, CHECKPOINTED AND RESUMED THROUGH EPSPARTN, AND THE
      *    RUN TIMES AND SUMMARIZES ITSELF UNDER THE PARTITION JOB
      *    NAME (EPSMTR01). A LOAN WHOSE DISPUTES WERE JUST MARKED
      *    REPORTED FORCES THE CHECKPOINT - A RESUME WOULD NOT SEND
      *    THE XH OR THE CORRECTION AGAIN. ITS EPSMT2XT DD IS THE
      *    PARTITION'S OWN FILE - STREAM 1 - WHICH EPSPTMRG MERGES
      *    INTO THE BUREAU FILE; A RESUMED PARTITION'S OWN EDIT
      *    REPORT COVERS ONLY THE RESUMED TAIL.
      *
      *    CONTROL CARD (SYSIN):
      *       COLS 10-11 PARTITION NUMBER (BLANK OR 00 = THE WHOLE
      *                  FILE IN ONE RUN).
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD KEY IS PYHSV-KEY
                  FILE STATUS IS WS-PYHSV-STATUS.

      *    QWR CASES - AN OPEN PAYMENT DISPUTE HOLDS ADVERSE STATUS.
           SELECT QWR-CASE-FILE ASSIGN TO EPSQWRCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS QWR-KEY
                  FILE STATUS IS WS-QWR-STATUS.

      *    CREDIT BUREAU DISPUTE CASES - XB/XH AND CARRIED CORRECTIONS.
           SELECT DISPUTE-CASE-FILE ASSIGN TO EPSACDVF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACDVF-KEY
                  FILE STATUS IS WS-ACDVF-STATUS.

           SELECT METRO2-HISTORY-FILE ASSIGN TO EPSMT2HS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MT2HS-KEY
                  FILE STATUS IS WS-MT2HS-STATUS.

           SELECT METRO2-EXTRACT-FILE ASSIGN TO EPSMT2XT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MT2-STATUS.
           COPY EPSSRVCF.

       FD  PLAN-FILE
           RECORD CONTAINS 58 CHARACTERS.
           COPY EPSFBPLN.

       FD  BANKRUPTCY-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY EPSBKRPF.

       FD  ONLINE-HISTORY-FILE
           RECORD CONTAINS 93 CHARACTERS.
           COPY EPSPYHSV.

       FD  QWR-CASE-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSQWRCF.

       FD  DISPUTE-CASE-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY EPSACDVF.

       FD  METRO2-HISTORY-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSMT2HS.

       FD  METRO2-EXTRACT-FILE
           RECORD CONTAINS 86 CHARACTERS.
           COPY EPSMT2XT.

       FD  EDIT-REPORT
           03 WS-FBPLN-STATUS             PIC XX.
           03 WS-BKRP-STATUS              PIC XX.
           03 WS-PYHSV-STATUS             PIC XX.
           03 WS-QWR-STATUS               PIC XX.
           03 WS-ACDVF-STATUS             PIC XX.
           03 WS-MT2HS-STATUS             PIC XX.
           03 WS-MT2-STATUS               PIC XX.
           03 WS-RPT-STATUS               PIC XX.

              88 END-OF-MASTER               VALUE 'Y'.
           03 WS-EDIT-INDICATOR           PIC 9 VALUE 0.
              88 WS-RECORD-CLEAN             VALUE 0.
           03 WS-DISPUTE-HOLD             PIC X VALUE 'N'.
              88 DISPUTE-HOLD                VALUE 'Y'.
           03 WS-END-OF-PAN-CASES         PIC X VALUE 'N'.
              88 END-OF-PAN-CASES            VALUE 'Y'.
           03 WS-ACDVF-OPEN               PIC X VALUE 'N'.
              88 DISPUTE-FILE-OPEN           VALUE 'Y'.
           03 WS-END-OF-DISPUTES          PIC X VALUE 'N'.
              88 END-OF-PAN-DISPUTES         VALUE 'Y'.
           03 WS-XB-FOUND                 PIC X VALUE 'N'.
              88 DISPUTE-UNDER-INVESTIGATION VALUE 'Y'.
           03 WS-XH-DUE                   PIC X VALUE 'N'.
              88 DISPUTE-ANSWER-TO-REPORT    VALUE 'Y'.
           03 WS-PARTITION-IND            PIC X VALUE 'N'.
              88 PARTITION-RUN               VALUE 'Y'.
           03 WS-MARKED-IND               PIC X VALUE 'N'.
              88 LOAN-DISPUTES-MARKED        VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-REPORTED-COUNT           PIC 9(7) VALUE 0.
           03 WS-EDIT-FAIL-COUNT          PIC 9(7) VALUE 0.
           03 WS-DISPUTE-HOLD-COUNT       PIC 9(7) VALUE 0.
           03 WS-XB-COUNT                 PIC 9(7) VALUE 0.
           03 WS-CORRECTED-COUNT          PIC 9(7) VALUE 0.
           03 WS-READ-COUNT               PIC 9(7) VALUE 0.
       01 WS-RUN-RETURN-CODE              PIC 9(4) VALUE 0.

       01 WS-CONTROL-CARD                 PIC X(80).
       01 WS-CONTROL-CARD-RDF REDEFINES WS-CONTROL-CARD.
           03 FILLER                      PIC X(9).
           03 WS-CARD-PARTITION           PIC X(2).
           03 WS-CARD-PARTITION-N REDEFINES WS-CARD-PARTITION
                                          PIC 9(2).
           03 FILLER                      PIC X(69).

       01 WS-AGING-WORK.
           03 WS-DAYS-PAST-DUE            PIC S9(9).
                 07 HIST-CYCLE            PIC 9(6).
                 07 HIST-PAID-COUNT       PIC S9(3) COMP.

      *    CARRYING A DISPUTE CORRECTION FORWARD - SLOT N OF THE
      *    DISPUTED CYCLE'S PROFILE IS SLOT N + SHIFT OF THIS ONE.
       01 WS-CORRECTION-WORK.
           03 WS-CASE-CYCLE.
              05 WS-CC-YYYY               PIC 9(4).
              05 WS-CC-MM                 PIC 9(2).
           03 WS-CYCLE-SHIFT              PIC S9(5) COMP.
           03 WS-CASE-IDX                 PIC S9(5) COMP.
           03 WS-TARGET-IDX               PIC S9(5) COMP.
           03 WS-LOAN-CORRECTED           PIC X.
              88 LOAN-CORRECTED              VALUE 'Y'.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'EDIT FAILS:'.
              05 SUM-EDIT-FAILS           PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE
                 'DISPUTE HOLDS:'.
              05 SUM-DISPUTE-HOLDS        PIC ZZZZZZ9.
           03 WS-SUMMARY-LINE-2.
              05 FILLER                   PIC X(24) VALUE
                 'BUREAU DISPUTES (XB):'.
              05 SUM-XB                   PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(24) VALUE
                 'CORRECTIONS CARRIED:'.
              05 SUM-CORRECTED            PIC ZZZZZZ9.
           03 WS-PARTITION-LINE.
              05 FILLER                   PIC X(10) VALUE 'PARTITION'.
              05 PTL-PARTITION            PIC 99.
              05 FILLER                   PIC X(8)  VALUE '  PANS'.
              05 PTL-LOW-PAN              PIC X(10).
              05 FILLER                   PIC X(3)  VALUE ' - '.
              05 PTL-HIGH-PAN             PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 PTL-RESUME               PIC X(40).
           03 WS-PARTITION-ERROR-LINE     PIC X(60) VALUE
              'PARTITION NOT ON EPSPTCTL OR EPSPTCKP FAILED - NOTHING RE
      -       'AD'.

      *    ONE-RECORD RUN SUMMARY FOR THE 6 AM HEALTH PAGE - SEE
      *    EPSRUNWR/EPSBHLTH.
           COPY EPSRSPM.

      *    PARTITION START/CHECKPOINT/END - SEE EPSPARTN. STREAM 1 IS
      *    EPSMT2XT.
           COPY EPSPTPM.
           COPY EPSPTMRK.

       LINKAGE SECTION.
      *
           PERFORM A100-INITIALIZE.
           PERFORM A200-REPORT-LOAN UNTIL END-OF-MASTER.
           PERFORM A900-FINALIZE.
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE SPACES TO WS-CONTROL-CARD.
           ACCEPT WS-CONTROL-CARD.
           MOVE 'EPSMTRO2' TO EPSJOBTM-JOB-NAME.
           IF WS-CARD-PARTITION IS NUMERIC
              AND WS-CARD-PARTITION-N > 0
              PERFORM A120-START-PARTITION
           END-IF.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.
           OPEN INPUT  PLAN-FILE.
           OPEN INPUT  BANKRUPTCY-FILE.
           OPEN INPUT  ONLINE-HISTORY-FILE.
           OPEN INPUT  QWR-CASE-FILE.
      *    NO CASE FILE UNTIL EPSACDVP HAS TAKEN A DISPUTE.
           OPEN I-O    DISPUTE-CASE-FILE.
           IF WS-ACDVF-STATUS = '00'
              MOVE 'Y' TO WS-ACDVF-OPEN
           END-IF.
           OPEN I-O    METRO2-HISTORY-FILE.
           IF WS-MT2HS-STATUS = '05' OR '35'
              CLOSE METRO2-HISTORY-FILE
              OPEN OUTPUT METRO2-HISTORY-FILE
              CLOSE METRO2-HISTORY-FILE
              OPEN I-O METRO2-HISTORY-FILE
           END-IF.
      *    A RESUMED PARTITION ADDS TO WHAT ITS FAILED ATTEMPT WROTE.
           IF PARTITION-RUN AND EPSPARTN-RESUMING
              OPEN EXTEND METRO2-EXTRACT-FILE
           ELSE
              OPEN OUTPUT METRO2-EXTRACT-FILE
           END-IF.
           OPEN OUTPUT EDIT-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           IF PARTITION-RUN
              PERFORM A125-MARK-PARTITION-FILES
           END-IF.

           EVALUATE TRUE
              WHEN PARTITION-RUN AND NOT EPSPARTN-SUCCESS
                 MOVE 'Y' TO WS-END-OF-MASTER
              WHEN PARTITION-RUN AND EPSPARTN-RESUMING
                 MOVE EPSPARTN-LAST-PAN TO SRV-PAN
                 START SERVICING-MASTER-FILE
                       KEY IS GREATER THAN SRV-PAN
                    INVALID KEY
                       MOVE 'Y' TO WS-END-OF-MASTER
                 END-START
              WHEN PARTITION-RUN
                 MOVE EPSPARTN-LOW-PAN TO SRV-PAN
                 START SERVICING-MASTER-FILE
                       KEY IS NOT LESS THAN SRV-PAN
                    INVALID KEY
                       MOVE 'Y' TO WS-END-OF-MASTER
                 END-START
              WHEN OTHER
                 MOVE LOW-VALUES TO SRV-PAN
                 START SERVICING-MASTER-FILE
                       KEY IS NOT LESS THAN SRV-PAN
                    INVALID KEY
                       MOVE 'Y' TO WS-END-OF-MASTER
                 END-START
           END-EVALUATE.
           IF NOT END-OF-MASTER
              PERFORM A150-READ-MASTER
           END-IF
           .

      *    THE PARTITION'S RANGE AND RESTART POINT COME FROM EPSPARTN.
      *    A PARTITION IT CANNOT PLACE REPORTS NOTHING AND ENDS RC 16.
       A120-START-PARTITION.
           MOVE 'Y'                 TO WS-PARTITION-IND.
           MOVE 'EPSMTRO2'          TO EPSPARTN-JOB-NAME.
           MOVE WS-CARD-PARTITION-N TO EPSPARTN-PARTITION-NUM.
           SET EPSPARTN-START       TO TRUE.
           CALL 'EPSPARTN' USING EPSPARTN-PARMS.
           MOVE EPSPARTN-PART-JOB-NAME TO EPSJOBTM-JOB-NAME.
           IF NOT EPSPARTN-SUCCESS
              MOVE 16 TO WS-RUN-RETURN-CODE
           END-IF
           .

      *    A FRESH PARTITION HEADS ITS EXTRACT WITH A HEADER MARKER;
      *    A RESUMED ONE FOLLOWS ITS FAILED ATTEMPT'S RECORDS WITH A
      *    RESUME MARKER CARRYING THE COUNT KEPT AS OF THE CHECKPOINT
      *    - SEE EPSPTMRK.cpy.
       A125-MARK-PARTITION-FILES.
           MOVE WS-CARD-PARTITION-N TO PTL-PARTITION.
           MOVE EPSPARTN-LOW-PAN    TO PTL-LOW-PAN.
           MOVE EPSPARTN-HIGH-PAN   TO PTL-HIGH-PAN.
           MOVE SPACES              TO PTL-RESUME.
           IF NOT EPSPARTN-SUCCESS
              MOVE WS-PARTITION-LINE       TO RPT-LINE
              WRITE RPT-LINE
              MOVE WS-PARTITION-ERROR-LINE TO RPT-LINE
              WRITE RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           IF EPSPARTN-RESUMING
              STRING 'RESUMED AFTER ' EPSPARTN-LAST-PAN
                     DELIMITED BY SIZE INTO PTL-RESUME
           END-IF.
           MOVE WS-PARTITION-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE HIGH-VALUES         TO PTMRK-SENTINEL.
           IF EPSPARTN-RESUMING
              SET PTMRK-RESUME TO TRUE
           ELSE
              SET PTMRK-HEADER TO TRUE
           END-IF.
           MOVE WS-CARD-PARTITION-N TO PTMRK-PARTITION-NUM.
           MOVE EPSPARTN-STREAM-COUNT(1) TO PTMRK-KEPT-COUNT.
           WRITE METRO2-EXTRACT-RECORD FROM PARTITION-MARKER-RECORD
           .

       A150-READ-MASTER.
           READ SERVICING-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-MASTER
              NOT AT END
                 IF PARTITION-RUN
                    AND SRV-PAN > EPSPARTN-HIGH-PAN
                    MOVE 'Y' TO WS-END-OF-MASTER
                 ELSE
                    ADD 1 TO WS-READ-COUNT
                 END-IF
           END-READ
           .

      *    ONE CALL PER LOAN FINISHED - EPSPARTN REWRITES THE
      *    CHECKPOINT EVERY EPSPTCTL INTERVAL, AND AT ONCE FOR A LOAN
      *    WHOSE DISPUTES WERE JUST MARKED REPORTED.
       A190-CHECKPOINT-LOAN.
           IF NOT PARTITION-RUN
              EXIT PARAGRAPH
           END-IF.
           MOVE SRV-PAN            TO EPSPARTN-LAST-PAN.
           PERFORM A195-LOAD-RUN-COUNTS.
           IF LOAN-DISPUTES-MARKED
              SET EPSPARTN-CHECKPOINT-NOW TO TRUE
           ELSE
              SET EPSPARTN-CHECKPOINT     TO TRUE
           END-IF.
           CALL 'EPSPARTN' USING EPSPARTN-PARMS
           .

       A195-LOAD-RUN-COUNTS.
           MOVE WS-READ-COUNT      TO EPSPARTN-READ-COUNT.
           MOVE WS-EDIT-FAIL-COUNT TO EPSPARTN-ERROR-COUNT.
           MOVE WS-REPORTED-COUNT  TO EPSPARTN-OUT-TOTAL
           .

       A200-REPORT-LOAN.
           MOVE 'N' TO WS-MARKED-IND.
           PERFORM A300-BUILD-RECORD.
           PERFORM A360-APPLY-BUREAU-DISPUTES.
           PERFORM A400-EDIT-RECORD.
           IF WS-RECORD-CLEAN
              PERFORM A450-CHECK-DISPUTE-HOLD
           END-IF.
           IF WS-RECORD-CLEAN
              WRITE METRO2-EXTRACT-RECORD
              ADD 1 TO WS-REPORTED-COUNT
              ADD 1 TO EPSPARTN-STREAM-COUNT(1)
              PERFORM A470-ARCHIVE-RECORD
              IF DISPUTE-ANSWER-TO-REPORT OR LOAN-CORRECTED
                 PERFORM A480-MARK-DISPUTES-REPORTED
              END-IF
           END-IF
           .
           PERFORM A190-CHECKPOINT-LOAN.
           PERFORM A150-READ-MASTER.

       A300-BUILD-RECORD.
                 MOVE '13' TO MT2-ACCOUNT-STATUS
              WHEN SRV-LOAN-CHARGED-OFF
                 MOVE '97' TO MT2-ACCOUNT-STATUS
              WHEN SRV-LOAN-REO
                 MOVE '94' TO MT2-ACCOUNT-STATUS
              WHEN OTHER
                 PERFORM A310-AGE-STATUS
           END-EVALUATE.
           END-PERFORM
           .

      *    ONE START AT THE PAN'S FIRST BUREAU DISPUTE, FORWARD WHILE
      *    THE PAN HOLDS. ANY CASE STILL UNDER INVESTIGATION MAKES
      *    THE CODE XB; OTHERWISE AN ANSWER NOT YET FOLLOWED BY AN XH
      *    MAKES IT XH.
       A360-APPLY-BUREAU-DISPUTES.
           MOVE SPACES TO MT2-COMPLIANCE-CODE.
           MOVE 'N' TO WS-XB-FOUND.
           MOVE 'N' TO WS-XH-DUE.
           MOVE 'N' TO WS-LOAN-CORRECTED.
           IF NOT DISPUTE-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-END-OF-DISPUTES.
           MOVE SRV-PAN    TO ACDVF-PAN.
           MOVE LOW-VALUES TO ACDVF-CONTROL-NUM.
           START DISPUTE-CASE-FILE KEY IS NOT LESS THAN ACDVF-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-DISPUTES
           END-START.
           PERFORM A365-APPLY-ONE-DISPUTE UNTIL END-OF-PAN-DISPUTES.
           EVALUATE TRUE
              WHEN DISPUTE-UNDER-INVESTIGATION
                 MOVE 'XB' TO MT2-COMPLIANCE-CODE
                 ADD 1 TO WS-XB-COUNT
              WHEN DISPUTE-ANSWER-TO-REPORT
                 MOVE 'XH' TO MT2-COMPLIANCE-CODE
           END-EVALUATE
           .

       A365-APPLY-ONE-DISPUTE.
           READ DISPUTE-CASE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-DISPUTES
                 EXIT PARAGRAPH
           END-READ.
           IF ACDVF-PAN NOT = SRV-PAN
              MOVE 'Y' TO WS-END-OF-DISPUTES
              EXIT PARAGRAPH
           END-IF.
           IF ACDVF-OPEN
              MOVE 'Y' TO WS-XB-FOUND
              EXIT PARAGRAPH
           END-IF.
           IF NOT ACDVF-XH-REPORTED
              MOVE 'Y' TO WS-XH-DUE
           END-IF.
           IF NOT ACDVF-MODIFIED
              EXIT PARAGRAPH
           END-IF.

           MOVE ACDVF-DISPUTED-CYCLE TO WS-CASE-CYCLE.
           COMPUTE WS-CYCLE-SHIFT =
                   ((WS-CURR-YYYY * 12) + WS-CURR-MM)
                 - ((WS-CC-YYYY * 12) + WS-CC-MM).
           PERFORM A368-CARRY-HISTORY-SLOT
                   VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > 24.
      *    THE STATUS IS FRESH AGING EVERY CYCLE - THE CORRECTION IS
      *    CARRIED ONLY INTO THE FIRST CYCLE AFTER THE ANSWER, AND
      *    ONLY WHEN THAT CYCLE WOULD REPEAT THE STATUS DISPUTED.
           IF ACDVF-CORRECTION-PENDING
              MOVE 'Y' TO WS-LOAN-CORRECTED
              IF MT2-ACCOUNT-STATUS = ACDVF-REPORTED-STATUS
                 AND ACDVF-RESPONSE-STATUS NOT = ACDVF-REPORTED-STATUS
                 MOVE ACDVF-RESPONSE-STATUS TO MT2-ACCOUNT-STATUS
                 IF MT2-ACCOUNT-STATUS = '11'
                    MOVE 0 TO MT2-AMOUNT-PAST-DUE
                 END-IF
              END-IF
           END-IF
           .

      *    ONLY THE MONTHS THE ANSWER CHANGED ARE CARRIED.
       A368-CARRY-HISTORY-SLOT.
           COMPUTE WS-TARGET-IDX = WS-CASE-IDX + WS-CYCLE-SHIFT.
           IF WS-TARGET-IDX >= 1 AND WS-TARGET-IDX <= 24
              AND ACDVF-RESPONSE-HISTORY(WS-CASE-IDX:1)
                  NOT = ACDVF-REPORTED-HISTORY(WS-CASE-IDX:1)
              MOVE ACDVF-RESPONSE-HISTORY(WS-CASE-IDX:1)
                   TO MT2-PAYMENT-HISTORY(WS-TARGET-IDX:1)
           END-IF
           .

      *    A RERUN OF THE SAME CYCLE REPLACES THE CYCLE'S RECORD.
       A470-ARCHIVE-RECORD.
           MOVE SPACES                TO METRO2-HISTORY-RECORD.
           MOVE MT2-PAN               TO MT2HS-PAN.
           COMPUTE MT2HS-REPORT-CYCLE =
                   (WS-CURR-YYYY * 100) + WS-CURR-MM.
           MOVE MT2-ACCOUNT-STATUS    TO MT2HS-ACCOUNT-STATUS.
           MOVE MT2-CURRENT-BALANCE   TO MT2HS-CURRENT-BALANCE.
           MOVE MT2-SCHEDULED-PAYMENT TO MT2HS-SCHEDULED-PAYMENT.
           MOVE MT2-AMOUNT-PAST-DUE   TO MT2HS-AMOUNT-PAST-DUE.
           MOVE MT2-LAST-PAYMENT-DATE TO MT2HS-LAST-PAYMENT-DATE.
           MOVE MT2-SPECIAL-COMMENT   TO MT2HS-SPECIAL-COMMENT.
           MOVE MT2-CII               TO MT2HS-CII.
           MOVE MT2-PAYMENT-HISTORY   TO MT2HS-PAYMENT-HISTORY.
           MOVE MT2-REPORT-DATE       TO MT2HS-REPORT-DATE.
           MOVE MT2-COMPLIANCE-CODE   TO MT2HS-COMPLIANCE-CODE.
           WRITE METRO2-HISTORY-RECORD
              INVALID KEY
                 REWRITE METRO2-HISTORY-RECORD
                 END-REWRITE
           END-WRITE
           .

      *    ONCE THE RECORD HAS GONE OUT, THE XH IS MARKED REPORTED ON
      *    THE ANSWERED CASES AND A CARRIED STATUS CORRECTION APPLIED.
      *    AN XB FROM ANOTHER OPEN CASE LEAVES THE XH STILL TO GO.
       A480-MARK-DISPUTES-REPORTED.
           IF MT2-COMPLIANCE-CODE NOT = 'XH'
              AND NOT LOAN-CORRECTED
              EXIT PARAGRAPH
           END-IF.
           IF LOAN-CORRECTED
              ADD 1 TO WS-CORRECTED-COUNT
           END-IF.
           MOVE 'Y' TO WS-MARKED-IND.
           MOVE 'N' TO WS-END-OF-DISPUTES.
           MOVE SRV-PAN    TO ACDVF-PAN.
           MOVE LOW-VALUES TO ACDVF-CONTROL-NUM.
           START DISPUTE-CASE-FILE KEY IS NOT LESS THAN ACDVF-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-DISPUTES
           END-START.
           PERFORM A485-MARK-ONE-DISPUTE UNTIL END-OF-PAN-DISPUTES
           .

       A485-MARK-ONE-DISPUTE.
           READ DISPUTE-CASE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-DISPUTES
                 EXIT PARAGRAPH
           END-READ.
           IF ACDVF-PAN NOT = SRV-PAN
              MOVE 'Y' TO WS-END-OF-DISPUTES
              EXIT PARAGRAPH
           END-IF.
           IF NOT ACDVF-ANSWERED
              EXIT PARAGRAPH
           END-IF.
           IF MT2-COMPLIANCE-CODE = 'XH'
              MOVE 'Y' TO ACDVF-XH-REPORTED-IND
           END-IF.
           IF ACDVF-CORRECTION-PENDING
              MOVE 'A' TO ACDVF-CORRECTION-IND
           END-IF.
           REWRITE ACDV-CASE-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE
           .

      *    THE PRE-TRANSMISSION EDITS. A FAILURE IS REPORTED AND THE
      *    RECORD STAYS OFF THE FILE.
       A400-EDIT-RECORD.
           END-IF
           .

      *    AN ADVERSE STATUS IS HELD BACK WHILE THE BORROWER HAS AN
      *    OPEN PAYMENT-RELATED NOTICE OF ERROR - ONE START AT THE
      *    PAN'S FIRST CASE, FORWARD WHILE THE PAN HOLDS.
       A450-CHECK-DISPUTE-HOLD.
           IF MT2-ACCOUNT-STATUS NOT = '71' AND NOT = '78'
              AND NOT = '80' AND NOT = '97'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-DISPUTE-HOLD.
           MOVE 'N' TO WS-END-OF-PAN-CASES.
           MOVE SRV-PAN TO QWR-PAN.
           MOVE 0       TO QWR-RECEIPT-DATE.
           START QWR-CASE-FILE KEY IS NOT LESS THAN QWR-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-PAN-CASES
           END-START.
           PERFORM A460-CHECK-ONE-CASE
              UNTIL END-OF-PAN-CASES OR DISPUTE-HOLD.
           IF DISPUTE-HOLD
              MOVE 5 TO WS-EDIT-INDICATOR
              ADD 1 TO WS-DISPUTE-HOLD-COUNT
              MOVE SPACES TO WS-DETAIL-LINE
              MOVE MT2-PAN            TO DTL-PAN
              MOVE MT2-ACCOUNT-STATUS TO DTL-STATUS
              MOVE 'HELD - OPEN PAYMENT NOTICE OF ERROR (QWR)'
                   TO DTL-RESULT
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           .

       A460-CHECK-ONE-CASE.
           READ QWR-CASE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-PAN-CASES
           END-READ.
           IF END-OF-PAN-CASES
              EXIT PARAGRAPH
           END-IF.
           IF QWR-PAN NOT = SRV-PAN
              MOVE 'Y' TO WS-END-OF-PAN-CASES
              EXIT PARAGRAPH
           END-IF.
           IF QWR-CASE-PENDING AND QWR-NOTICE-OF-ERROR
              AND QWR-PAYMENT-RELATED
              MOVE 'Y' TO WS-DISPUTE-HOLD
           END-IF
           .

       A900-FINALIZE.
           MOVE WS-REPORTED-COUNT  TO SUM-REPORTED.
           MOVE WS-EDIT-FAIL-COUNT TO SUM-EDIT-FAILS.
           MOVE WS-DISPUTE-HOLD-COUNT TO SUM-DISPUTE-HOLDS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE    TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-XB-COUNT        TO SUM-XB.
           MOVE WS-CORRECTED-COUNT TO SUM-CORRECTED.
           MOVE WS-SUMMARY-LINE-2  TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE SERVICING-MASTER-FILE.
           CLOSE PLAN-FILE.
           CLOSE BANKRUPTCY-FILE.
           CLOSE ONLINE-HISTORY-FILE.
           CLOSE QWR-CASE-FILE.
           IF DISPUTE-FILE-OPEN
              CLOSE DISPUTE-CASE-FILE
           END-IF.
           CLOSE METRO2-HISTORY-FILE.
           CLOSE METRO2-EXTRACT-FILE.
           CLOSE EDIT-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

      *    A PARTITION'S EPSRUNRS ENTRY CARRIES ITS TOTALS ACROSS
      *    EVERY ATTEMPT, UNDER THE PARTITION JOB NAME.
           MOVE EPSJOBTM-JOB-NAME   TO EPSRUNWR-JOB-NAME.
           MOVE WS-READ-COUNT       TO EPSRUNWR-IN-COUNT.
           MOVE WS-REPORTED-COUNT   TO EPSRUNWR-OUT-COUNT.
           MOVE WS-EDIT-FAIL-COUNT  TO EPSRUNWR-ERROR-COUNT.
           IF PARTITION-RUN AND EPSPARTN-SUCCESS
              PERFORM A195-LOAD-RUN-COUNTS
              SET EPSPARTN-END TO TRUE
              CALL 'EPSPARTN' USING EPSPARTN-PARMS
              MOVE EPSPARTN-READ-COUNT  TO EPSRUNWR-IN-COUNT
              MOVE EPSPARTN-OUT-TOTAL   TO EPSRUNWR-OUT-COUNT
              MOVE EPSPARTN-ERROR-COUNT TO EPSRUNWR-ERROR-COUNT
              IF NOT EPSPARTN-SUCCESS
                 MOVE 16 TO WS-RUN-RETURN-CODE
              END-IF
           END-IF.
           IF PARTITION-RUN AND NOT EPSPARTN-SUCCESS
              ADD 1                 TO EPSRUNWR-ERROR-COUNT
           END-IF.
           MOVE WS-RUN-RETURN-CODE  TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .
