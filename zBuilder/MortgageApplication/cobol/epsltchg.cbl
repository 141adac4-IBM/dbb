      *    IN ACTIVE BANKRUPTCY (EPSBKRPF) IS SKIPPED THE SAME WAY -
      *    THE AUTOMATIC STAY BARS BOTH THE CHARGE AND THE DUNNING.
      *    SO IS A LOAN UNDER AN OPEN EPSDSRLF DISASTER-RELIEF
      *    WINDOW, AND A LOAN WHOSE BORROWER IS UNDER EPSSCRAF SCRA
      *    PROTECTION - THAT HOLD IS ALSO WRITTEN TO THE EPSSCRBK LOG
      *    FOR THE EPSSCRRP COMPLIANCE REPORT.
      *
      *    ONLY A LOAN DUE BEFORE TODAY LESS THE GRACE DAYS CAN BE
      *    CHARGED, SO THE MASTER IS READ UP ITS SRV-NEXT-DUE-DATE
      *    ALTERNATE INDEX FROM THE OLDEST DUE DATE THROUGH THAT
      *    CUTOFF AND NO FURTHER - THE CURRENT AND PAID-AHEAD BOOK IS
      *    NEVER READ. THE RECORDS READ GO TO EPSRUNRS SO THE MORNING
      *    HEALTH PAGE SHOWS THE VOLUME NEXT TO THE EPSJOBTM TIMING.
      *
      *    A PARTITION NUMBER ON THE CARD RUNS ONE EPSPTCTL PAN-RANGE
      *    PARTITION SIDE BY SIDE WITH THE OTHERS: THE PARTITION
      *    BROWSES ITS RANGE IN PAN ORDER INSTEAD OF UP THE DUE-DATE
      *    INDEX, PASSING OVER LOANS DUE AFTER THE CUTOFF, CHECKPOINTS
      *    AND RESUMES THROUGH EPSPARTN, AND TIMES AND SUMMARIZES
      *    ITSELF UNDER THE PARTITION JOB NAME (EPSLTC01). EVERY LOAN
      *    CHARGED FORCES THE CHECKPOINT - ONCE STAMPED WITH THE CYCLE
      *    A RESUME WOULD PASS IT OVER, SO ITS NOTICE MUST BE KEPT.
      *    ITS EPSLTNXT AND EPSSCRBK DDS ARE THE PARTITION'S OWN FILES
      *    - STREAMS 1 AND 2 - WHICH EPSPTMRG MERGES; A RESUMED
      *    PARTITION'S OWN REPORT COVERS ONLY THE RESUMED TAIL.
      *
      *    CONTROL CARD (SYSIN):
      *       COLS 10-11 PARTITION NUMBER (BLANK OR 00 = THE WHOLE
      *                  FILE IN ONE RUN).
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  ALTERNATE RECORD KEY IS SRV-NEXT-DUE-DATE
                     WITH DUPLICATES
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT LATE-CHARGE-CONTROL-FILE ASSIGN TO EPSLCCTL
                  RECORD KEY IS BKRP-PAN
                  FILE STATUS IS WS-BKRP-STATUS.

           SELECT SCRA-FILE ASSIGN TO EPSSCRAF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SCRA-PAN
                  FILE STATUS IS WS-SCRA-STATUS.

           SELECT BLOCKED-ACTION-FILE ASSIGN TO EPSSCRBK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SCRBK-STATUS.

           SELECT NOTICE-EXTRACT-FILE ASSIGN TO EPSLTNXT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LTNXT-STATUS.
           COPY EPSLCCTL.

       FD  PLAN-FILE
           RECORD CONTAINS 58 CHARACTERS.
           COPY EPSFBPLN.

       FD  BANKRUPTCY-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY EPSBKRPF.

       FD  SCRA-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSSCRAF.

       FD  BLOCKED-ACTION-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY EPSSCRBK.

       FD  NOTICE-EXTRACT-FILE
           RECORD CONTAINS 42 CHARACTERS.
           COPY EPSLTNXT.
           03 WS-LCCTL-STATUS             PIC XX.
           03 WS-FBPLN-STATUS             PIC XX.
           03 WS-BKRP-STATUS              PIC XX.
           03 WS-SCRA-STATUS              PIC XX.
           03 WS-SCRBK-STATUS             PIC XX.
           03 WS-LTNXT-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

              88 LOAN-IN-BANKRUPTCY          VALUE 'Y'.
           03 WS-RELIEF-HOLD              PIC X VALUE 'N'.
              88 LOAN-UNDER-RELIEF           VALUE 'Y'.
           03 WS-SCRA-HOLD                PIC X VALUE 'N'.
              88 LOAN-SCRA-PROTECTED         VALUE 'Y'.
           03 WS-PARTITION-IND            PIC X VALUE 'N'.
              88 PARTITION-RUN               VALUE 'Y'.
           03 WS-QUALIFY-IND              PIC X VALUE 'N'.
              88 LOAN-QUALIFIES              VALUE 'Y'.
           03 WS-CHARGED-IND              PIC X VALUE 'N'.
              88 LOAN-CHARGED                VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-SCANNED-COUNT            PIC 9(7) VALUE 0.
           03 WS-PLAN-SKIP-COUNT          PIC 9(7) VALUE 0.
           03 WS-BKRP-SKIP-COUNT          PIC 9(7) VALUE 0.
           03 WS-RELIEF-SKIP-COUNT        PIC 9(7) VALUE 0.
           03 WS-SCRA-SKIP-COUNT          PIC 9(7) VALUE 0.
           03 WS-READ-COUNT               PIC 9(7) VALUE 0.
       01 WS-ASSESSED-TOTAL               PIC 9(9)V99 VALUE 0.
       01 WS-RUN-RETURN-CODE              PIC 9(4) VALUE 0.

       01 WS-CONTROL-CARD                 PIC X(80).
       01 WS-CONTROL-CARD-RDF REDEFINES WS-CONTROL-CARD.
           03 FILLER                      PIC X(9).
           03 WS-CARD-PARTITION           PIC X(2).
           03 WS-CARD-PARTITION-N REDEFINES WS-CARD-PARTITION
                                          PIC 9(2).
           03 FILLER                      PIC X(69).

       01 WS-ASSESSMENT-WORK.
           03 WS-DAYS-PAST-DUE            PIC S9(9).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).
      *    LATEST NEXT-DUE DATE STILL PAST THE GRACE DAYS - THE
      *    DUE-DATE BROWSE STOPS AT THE FIRST LOAN DUE AFTER IT.
       01 WS-CUTOFF-DUE-DATE              PIC 9(8).
      *    THIS RUN'S ASSESSMENT CYCLE, YYMM - COMPARED AND
      *    STAMPED AGAINST SRV-LATE-ASSESS-CYCLE SO A RERUN IN
      *    THE SAME MONTH SKIPS LOANS ALREADY CHARGED.
              05 FILLER                   PIC X(22) VALUE
                 'DISASTER RELIEF SKIPS:'.
              05 SUM-RELIEF-SKIPS         PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'SCRA SKIPS:'.
              05 SUM-SCRA-SKIPS           PIC ZZZZZZ9.
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
      *    EPSLTNXT, 2 EPSSCRBK.
           COPY EPSPTPM.
           COPY EPSPTMRK.

       LINKAGE SECTION.
      *
              PERFORM A200-ASSESS-LOAN UNTIL END-OF-MASTER
           END-IF.
           PERFORM A900-FINALIZE.
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE SPACES TO WS-CONTROL-CARD.
           ACCEPT WS-CONTROL-CARD.
           MOVE 'EPSLTCHG' TO EPSJOBTM-JOB-NAME.
           IF WS-CARD-PARTITION IS NUMERIC
              AND WS-CARD-PARTITION-N > 0
              PERFORM A120-START-PARTITION
           END-IF.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.
           OPEN INPUT  LATE-CHARGE-CONTROL-FILE.
           OPEN INPUT  PLAN-FILE.
           OPEN INPUT  BANKRUPTCY-FILE.
           OPEN INPUT  SCRA-FILE.
      *    A PARTITION'S FILES ARE ITS OWN - STARTED FRESH, OR ADDED
      *    TO ON A RESUME. EPSPTMRG APPENDS ITS BLOCKED-ACTION LOG TO
      *    THE REAL EPSSCRBK.
           EVALUATE TRUE
              WHEN PARTITION-RUN AND EPSPARTN-RESUMING
                 OPEN EXTEND BLOCKED-ACTION-FILE
                 OPEN EXTEND NOTICE-EXTRACT-FILE
              WHEN PARTITION-RUN
                 OPEN OUTPUT BLOCKED-ACTION-FILE
                 OPEN OUTPUT NOTICE-EXTRACT-FILE
              WHEN OTHER
                 OPEN EXTEND BLOCKED-ACTION-FILE
                 IF WS-SCRBK-STATUS = '05' OR '35'
                    OPEN OUTPUT BLOCKED-ACTION-FILE
                 END-IF
                 OPEN OUTPUT NOTICE-EXTRACT-FILE
           END-EVALUATE.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           IF PARTITION-RUN
              PERFORM A125-MARK-PARTITION-FILES
           END-IF.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           END-READ.

           IF WS-CONTROL-OK
              COMPUTE WS-CUTOFF-DUE-DATE = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8)
                    - LCCTL-GRACE-DAYS - 1)
              PERFORM A130-START-BROWSE
              IF NOT END-OF-MASTER
                 PERFORM A150-READ-MASTER
              END-IF
           END-IF
           .

      *    THE PARTITION'S RANGE AND RESTART POINT COME FROM EPSPARTN.
      *    A PARTITION IT CANNOT PLACE CHARGES NOTHING AND ENDS RC 16.
       A120-START-PARTITION.
           MOVE 'Y'                 TO WS-PARTITION-IND.
           MOVE 'EPSLTCHG'          TO EPSPARTN-JOB-NAME.
           MOVE WS-CARD-PARTITION-N TO EPSPARTN-PARTITION-NUM.
           SET EPSPARTN-START       TO TRUE.
           CALL 'EPSPARTN' USING EPSPARTN-PARMS.
           MOVE EPSPARTN-PART-JOB-NAME TO EPSJOBTM-JOB-NAME.
           IF NOT EPSPARTN-SUCCESS
              MOVE 16 TO WS-RUN-RETURN-CODE
           END-IF
           .

      *    A FRESH PARTITION HEADS EACH OF ITS FILES WITH A HEADER
      *    MARKER; A RESUMED ONE FOLLOWS ITS FAILED ATTEMPT'S RECORDS
      *    WITH A RESUME MARKER CARRYING THE COUNT KEPT AS OF THE
      *    CHECKPOINT - SEE EPSPTMRK.cpy.
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
           WRITE LATE-NOTICE-EXTRACT-RECORD
                 FROM PARTITION-MARKER-RECORD.
           MOVE EPSPARTN-STREAM-COUNT(2) TO PTMRK-KEPT-COUNT.
           WRITE SCRA-BLOCKED-ACTION-RECORD
                 FROM PARTITION-MARKER-RECORD
           .

      *    A PARTITION BROWSES ITS PAN RANGE - THE DUE-DATE INDEX
      *    CANNOT BE SPLIT BY PAN.
       A130-START-BROWSE.
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
                 MOVE 0 TO SRV-NEXT-DUE-DATE
                 START SERVICING-MASTER-FILE
                       KEY IS NOT LESS THAN SRV-NEXT-DUE-DATE
                    INVALID KEY
                       MOVE 'Y' TO WS-END-OF-MASTER
                 END-START
           END-EVALUATE
           .

       A150-READ-MASTER.
           MOVE 'N' TO WS-QUALIFY-IND.
           PERFORM A155-READ-ONE-MASTER
              UNTIL END-OF-MASTER OR LOAN-QUALIFIES
           .

      *    UP THE DUE-DATE INDEX THE FIRST LOAN DUE AFTER THE CUTOFF
      *    ENDS THE RUN; IN A PARTITION'S PAN ORDER IT IS PASSED OVER.
       A155-READ-ONE-MASTER.
           READ SERVICING-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-MASTER
                 EXIT PARAGRAPH
           END-READ.
           EVALUATE TRUE
              WHEN PARTITION-RUN
                   AND SRV-PAN > EPSPARTN-HIGH-PAN
                 MOVE 'Y' TO WS-END-OF-MASTER
              WHEN SRV-NEXT-DUE-DATE <= WS-CUTOFF-DUE-DATE
                 ADD 1 TO WS-READ-COUNT
                 MOVE 'Y' TO WS-QUALIFY-IND
              WHEN NOT PARTITION-RUN
                 MOVE 'Y' TO WS-END-OF-MASTER
           END-EVALUATE
           .

      *    ONE CALL PER LOAN FINISHED - EPSPARTN REWRITES THE
      *    CHECKPOINT EVERY EPSPTCTL INTERVAL, AND AT ONCE FOR A LOAN
      *    JUST CHARGED.
       A190-CHECKPOINT-LOAN.
           IF NOT PARTITION-RUN
              EXIT PARAGRAPH
           END-IF.
           MOVE SRV-PAN            TO EPSPARTN-LAST-PAN.
           PERFORM A195-LOAD-RUN-COUNTS.
           IF LOAN-CHARGED
              SET EPSPARTN-CHECKPOINT-NOW TO TRUE
           ELSE
              SET EPSPARTN-CHECKPOINT     TO TRUE
           END-IF.
           CALL 'EPSPARTN' USING EPSPARTN-PARMS
           .

       A195-LOAD-RUN-COUNTS.
           MOVE WS-READ-COUNT      TO EPSPARTN-READ-COUNT.
           MOVE 0                  TO EPSPARTN-ERROR-COUNT.
           MOVE WS-ASSESSED-COUNT  TO EPSPARTN-OUT-TOTAL
           .

       A200-ASSESS-LOAN.
           MOVE 'N' TO WS-CHARGED-IND.
           IF SRV-LOAN-ACTIVE
              ADD 1 TO WS-SCANNED-COUNT
              COMPUTE WS-DAYS-PAST-DUE =
                 PERFORM A250-CHECK-PLAN
                 PERFORM A260-CHECK-BANKRUPTCY
                 PERFORM A270-CHECK-RELIEF
                 PERFORM A280-CHECK-SCRA
                 EVALUATE TRUE
                    WHEN LOAN-PLAN-HELD
                       ADD 1 TO WS-PLAN-SKIP-COUNT
                       ADD 1 TO WS-BKRP-SKIP-COUNT
                    WHEN LOAN-UNDER-RELIEF
                       ADD 1 TO WS-RELIEF-SKIP-COUNT
                    WHEN LOAN-SCRA-PROTECTED
                       ADD 1 TO WS-SCRA-SKIP-COUNT
                       PERFORM A290-LOG-SCRA-BLOCK
                    WHEN OTHER
                       PERFORM A300-ASSESS-CHARGE
                 END-EVALUATE
              END-IF
           END-IF
           .
           PERFORM A190-CHECKPOINT-LOAN.
           PERFORM A150-READ-MASTER.

      *    AN ACTIVE EPSFBPLN PLAN COVERING TODAY MEANS THE SHOP
           END-IF
           .

      *    SCRA PROTECTION COVERING TODAY HOLDS THE CHARGE - SEE
      *    EPSSCRAF.cpy. A MISSING FILE JUST MEANS NOBODY IS
      *    PROTECTED.
       A280-CHECK-SCRA.
           MOVE 'N' TO WS-SCRA-HOLD.
           MOVE SRV-PAN TO SCRA-PAN.
           READ SCRA-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SCRA-ACTIVE
                    AND SCRA-DUTY-START-DATE <= WS-CURRENT-DATE-8
                    AND SCRA-PROTECT-END-DATE >= WS-CURRENT-DATE-8
                    MOVE 'Y' TO WS-SCRA-HOLD
                 END-IF
           END-READ
           .

       A290-LOG-SCRA-BLOCK.
           MOVE SRV-PAN           TO SCRBK-PAN.
           MOVE WS-CURRENT-DATE-8 TO SCRBK-ACTION-DATE.
           MOVE 'EPSLTCHG'        TO SCRBK-PROGRAM-ID.
           SET SCRBK-LATE-CHARGE  TO TRUE.
           MOVE 'LATE CHARGE AND LATE NOTICE NOT ASSESSED'
                                  TO SCRBK-DESCRIPTION.
           WRITE SCRA-BLOCKED-ACTION-RECORD.
           ADD 1 TO EPSPARTN-STREAM-COUNT(2)
           .

       A300-ASSESS-CHARGE.
           IF LCCTL-METHOD-PERCENT
              COMPUTE WS-CHARGE-AMOUNT ROUNDED =
              INVALID KEY
                 SUBTRACT WS-CHARGE-AMOUNT FROM SRV-LATE-CHARGE-DUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-CHARGED-IND
                 PERFORM A400-WRITE-NOTICE
                 ADD 1 TO WS-ASSESSED-COUNT
                 ADD WS-CHARGE-AMOUNT TO WS-ASSESSED-TOTAL
           MOVE WS-AMOUNT-DUE      TO LTNXT-AMOUNT-DUE.
           MOVE WS-CHARGE-AMOUNT   TO LTNXT-LATE-CHARGE.
           MOVE WS-CURRENT-DATE-8  TO LTNXT-ASSESS-DATE.
           WRITE LATE-NOTICE-EXTRACT-RECORD.
           ADD 1 TO EPSPARTN-STREAM-COUNT(1)
           .

       A900-FINALIZE.
           MOVE WS-SUMMARY-LINE   TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RELIEF-SKIP-COUNT TO SUM-RELIEF-SKIPS.
           MOVE WS-SCRA-SKIP-COUNT   TO SUM-SCRA-SKIPS.
           MOVE WS-RELIEF-LINE    TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE LATE-CHARGE-CONTROL-FILE.
           CLOSE PLAN-FILE.
           CLOSE BANKRUPTCY-FILE.
           CLOSE SCRA-FILE.
           CLOSE BLOCKED-ACTION-FILE.
           CLOSE NOTICE-EXTRACT-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

      *    A PARTITION'S EPSRUNRS ENTRY CARRIES ITS TOTALS ACROSS
      *    EVERY ATTEMPT, UNDER THE PARTITION JOB NAME.
           MOVE EPSJOBTM-JOB-NAME   TO EPSRUNWR-JOB-NAME.
           MOVE WS-READ-COUNT       TO EPSRUNWR-IN-COUNT.
           MOVE WS-ASSESSED-COUNT   TO EPSRUNWR-OUT-COUNT.
           IF PARTITION-RUN AND EPSPARTN-SUCCESS
              PERFORM A195-LOAD-RUN-COUNTS
              SET EPSPARTN-END TO TRUE
              CALL 'EPSPARTN' USING EPSPARTN-PARMS
              MOVE EPSPARTN-READ-COUNT TO EPSRUNWR-IN-COUNT
              MOVE EPSPARTN-OUT-TOTAL  TO EPSRUNWR-OUT-COUNT
              IF NOT EPSPARTN-SUCCESS
                 MOVE 16 TO WS-RUN-RETURN-CODE
              END-IF
           END-IF.
      *    A MISSING EPSLCCTL RECORD CHARGED NOTHING - ONE ERROR. SO
      *    IS A PARTITION EPSPARTN COULD NOT PLACE.
           IF WS-CONTROL-OK
              AND NOT (PARTITION-RUN AND NOT EPSPARTN-SUCCESS)
              MOVE 0                TO EPSRUNWR-ERROR-COUNT
           ELSE
              MOVE 1                TO EPSRUNWR-ERROR-COUNT
           END-IF.
           MOVE WS-RUN-RETURN-CODE  TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .
