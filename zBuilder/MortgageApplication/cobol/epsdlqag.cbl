      *    WORK QUEUE (SAME RECORD SHAPE) FOR THE SPECIALIST DESK,
      *    SO NO COLLECTOR DIALS A STAYED BORROWER.
      *
      *    A BALLOON LOAN (SEE EPSBLMNT) STILL CARRYING A BALANCE
      *    PAST ITS MATURITY DATE IS IN DEFAULT ON THE WHOLE BALANCE,
      *    NOT BEHIND ON AN INSTALLMENT, SO IT IS AGED BY DAYS PAST
      *    MATURITY INTO ITS OWN 1-30/31-60/61-90/91+ BUCKETS, KEPT
      *    OUT OF THE REGULAR BUCKETS AND THE MONTH-END SNAPSHOT, AND
      *    QUEUED WITH BUCKET 'MAT' FOR THE UNPAID BALANCE. THE
      *    BANKRUPTCY AND DISASTER-RELIEF HOLDS APPLY TO IT THE SAME.
      *
      *    EPSEICMP RUNS BEHIND THIS STEP TO PROVE THE DAY-36 LIVE
      *    CONTACT AND THE DAY-45 WRITTEN NOTICE FOR EACH DELINQUENCY.
      *
      *    ON MONTH-END NIGHT THE RUN CAN BE SPLIT INTO PAN-RANGE
      *    PARTITIONS THAT RUN SIDE BY SIDE: A PARTITION NUMBER IN
      *    COLUMNS 10-11 OF THE SYSIN CARD READS ONLY THAT PARTITION'S
      *    EPSPTCTL RANGE, CHECKPOINTS AND RESUMES THROUGH EPSPARTN,
      *    AND TIMES AND SUMMARIZES ITSELF UNDER THE PARTITION JOB
      *    NAME (EPSDLQ01...). ITS EPSCOLWQ, EPSBKWQ AND EPSDLQSN DDS
      *    ARE THE PARTITION'S OWN FILES - STREAMS 1, 2 AND 3 - WHICH
      *    EPSPTMRG MERGES INTO THE FILES EPSCOLWQ'S READERS EXPECT.
      *    A RESUMED PARTITION'S OWN REPORT COVERS ONLY THE RESUMED
      *    TAIL; THE MERGE REPORT CARRIES THE PARTITION'S TOTALS.
      *
      *    A QUEUED LOAN WITH A SERVICED JUNIOR LIEN BEHIND IT ON THE
      *    SAME PROPERTY (EPSLIENL, THROUGH EPSLIENK) ALSO QUEUES ONE
      *    'SNR' RECORD PER JUNIOR, CARRYING THE SENIOR'S PAN AND DAYS
      *    PAST DUE - A DEFAULTING FIRST PUTS THE SECOND'S COLLATERAL
      *    AT RISK EVEN WHILE THE SECOND IS CURRENT. A JUNIOR IN
      *    ACTIVE BANKRUPTCY GETS ITS 'SNR' RECORD ON EPSBKWQ.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY EPSCNHST.

       FD  PLAN-FILE
           RECORD CONTAINS 58 CHARACTERS.
           COPY EPSFBPLN.

       FD  WORK-QUEUE-FILE
           RECORD CONTAINS 68 CHARACTERS.
           COPY EPSCOLWQ.

       FD  BANKRUPTCY-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY EPSBKRPF.

       FD  BANKRUPTCY-QUEUE-FILE
           RECORD CONTAINS 68 CHARACTERS.
       01  BANKRUPTCY-QUEUE-RECORD        PIC X(68).

       FD  SNAPSHOT-FILE
           RECORD CONTAINS 28 CHARACTERS.
              88 END-OF-CONTACTS             VALUE 'Y'.
           03 WS-SNAPSHOT-MODE            PIC X VALUE 'N'.
              88 MONTH-END-SNAPSHOT          VALUE 'Y'.
           03 WS-MATURED-IND              PIC X VALUE 'N'.
              88 LOAN-PAST-MATURITY          VALUE 'Y'.
           03 WS-PARTITION-IND            PIC X VALUE 'N'.
              88 PARTITION-RUN               VALUE 'Y'.
           03 WS-BROKE-PLAN-IND           PIC X VALUE 'N'.
              88 LOAN-PLAN-JUST-BROKEN       VALUE 'Y'.
       01 WS-MODE-CARD                    PIC X(80).
       01 WS-MODE-CARD-RDF REDEFINES WS-MODE-CARD.
           03 WS-CARD-MODE                PIC X(8).
           03 FILLER                      PIC X.
           03 WS-CARD-PARTITION           PIC X(2).
           03 WS-CARD-PARTITION-N REDEFINES WS-CARD-PARTITION
                                          PIC 9(2).
           03 FILLER                      PIC X(69).
       01 WS-SNAPSHOT-CYCLE               PIC 9(6).

      *    THE LATEST PROMISE-TO-PAY PER PAN, FROM EPSCNHST.
              05 BKT-PAST-DUE-AMOUNT      PIC 9(9)V99.
       01 WS-BUCKET-IDX                   PIC 9(2) COMP.

      *    MATURED-BALLOON ACCUMULATORS BY DAYS PAST MATURITY -
      *    1=1-30, 2=31-60, 3=61-90, 4=91+.
       01 WS-MATURED-TOTALS.
           03 WS-MATURED-ENTRY OCCURS 4 TIMES.
              05 MAT-LOAN-COUNT           PIC 9(7).
              05 MAT-UNPAID-BALANCE       PIC 9(9)V99.
       01 WS-MATURED-IDX                  PIC 9(2) COMP.
       01 WS-LIEN-IDX                     PIC 9(2) COMP.

       01 WS-AGING-WORK.
           03 WS-DAYS-PAST-DUE            PIC S9(9).
           03 WS-DAYS-SINCE-PLAN-PAY      PIC S9(9).
           03 WS-PLAN-BROKEN-COUNT        PIC 9(7) VALUE 0.
           03 WS-BKRP-QUEUED-COUNT        PIC 9(7) VALUE 0.
           03 WS-RELIEF-HELD-COUNT        PIC 9(7) VALUE 0.
           03 WS-MATURED-COUNT            PIC 9(7) VALUE 0.
           03 WS-SENIOR-FLAG-COUNT        PIC 9(7) VALUE 0.
       01 WS-RUN-RETURN-CODE              PIC 9(4) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
              05 FILLER                   PIC X(22) VALUE
                 'DISASTER RELIEF HELD:'.
              05 SUM-RELIEF-HELD          PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(22) VALUE
                 'PAST BALLOON MATURITY:'.
              05 SUM-MATURED              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(22) VALUE
                 'JUNIORS FLAGGED SNR:'.
              05 SUM-SENIOR-FLAGGED       PIC ZZZZZZ9.
           03 WS-MATURED-HDG              PIC X(40) VALUE
              'MATURED   LOAN COUNT    UNPAID BALANCE'.
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

       01 WS-BUCKET-LABELS.
           03 FILLER                      PIC X(8) VALUE 'CURRENT'.
           03 WS-BUCKET-LABEL OCCURS 4 TIMES
                                          PIC X(8).

       01 WS-MATURED-LABELS.
           03 FILLER                      PIC X(8) VALUE '1-30'.
           03 FILLER                      PIC X(8) VALUE '31-60'.
           03 FILLER                      PIC X(8) VALUE '61-90'.
           03 FILLER                      PIC X(8) VALUE '91+'.
       01 WS-MATURED-LABEL-TBL REDEFINES WS-MATURED-LABELS.
           03 WS-MATURED-LABEL OCCURS 4 TIMES
                                          PIC X(8).

      *    ONE-RECORD RUN SUMMARY FOR THE 6 AM HEALTH PAGE - SEE
      *    EPSRUNWR/EPSBHLTH.
           COPY EPSRSPM.

      *    PARTITION START/CHECKPOINT/END - SEE EPSPARTN. STREAM 1 IS
      *    EPSCOLWQ, 2 EPSBKWQ, 3 EPSDLQSN.
           COPY EPSPTPM.
           COPY EPSPTMRK.

      *    LIEN LINKAGE LOOKUP - SEE EPSLIENK.
           COPY EPSLKPM.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.
           PERFORM A200-AGE-LOAN UNTIL END-OF-MASTER.
           PERFORM A800-WRITE-BUCKET-SUMMARY.
           PERFORM A900-FINALIZE.
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
           STOP RUN
           .

       A100-INITIALIZE.
      *    'MONTHEND' ON SYSIN TURNS THE BUCKET SNAPSHOT ON - THE
      *    NIGHTLY CARD SAYS 'DAILY'. A PARTITION NUMBER IN COLUMNS
      *    10-11 RUNS ONE EPSPTCTL PARTITION - SEE A120.
           MOVE SPACES TO WS-MODE-CARD.
           ACCEPT WS-MODE-CARD.
           IF WS-CARD-MODE = 'MONTHEND'
              MOVE 'Y' TO WS-SNAPSHOT-MODE
           END-IF.
           MOVE 'EPSDLQAG' TO EPSJOBTM-JOB-NAME.
           IF WS-CARD-PARTITION IS NUMERIC
              AND WS-CARD-PARTITION-N > 0
              PERFORM A120-START-PARTITION
           END-IF.

           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.
           OPEN INPUT  CONTACT-HISTORY-FILE.
           OPEN I-O    PLAN-FILE.
           OPEN INPUT  BANKRUPTCY-FILE.
      *    A RESUMED PARTITION ADDS TO WHAT ITS FAILED ATTEMPT WROTE.
           IF PARTITION-RUN AND EPSPARTN-RESUMING
              OPEN EXTEND WORK-QUEUE-FILE
              OPEN EXTEND BANKRUPTCY-QUEUE-FILE
           ELSE
              OPEN OUTPUT WORK-QUEUE-FILE
              OPEN OUTPUT BANKRUPTCY-QUEUE-FILE
           END-IF.
           OPEN OUTPUT AGING-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-SNAPSHOT-CYCLE =
                   (WS-CURR-YYYY * 100) + WS-CURR-MM.

      *    A PARTITION'S SNAPSHOT FILE IS ITS OWN, STARTED FRESH -
      *    EPSPTMRG APPENDS IT TO THE REAL EPSDLQSN.
           IF MONTH-END-SNAPSHOT
              IF PARTITION-RUN AND NOT EPSPARTN-RESUMING
                 OPEN OUTPUT SNAPSHOT-FILE
              ELSE
                 OPEN EXTEND SNAPSHOT-FILE
                 IF WS-DLQSN-STATUS = '05' OR '35'
                    OPEN OUTPUT SNAPSHOT-FILE
                 END-IF
              END-IF
           END-IF.

           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           IF PARTITION-RUN
              PERFORM A125-MARK-PARTITION-FILES
           END-IF.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

                   UNTIL WS-BUCKET-IDX > 4
              MOVE 0 TO BKT-LOAN-COUNT(WS-BUCKET-IDX)
              MOVE 0 TO BKT-PAST-DUE-AMOUNT(WS-BUCKET-IDX)
              MOVE 0 TO MAT-LOAN-COUNT(WS-BUCKET-IDX)
              MOVE 0 TO MAT-UNPAID-BALANCE(WS-BUCKET-IDX)
           END-PERFORM.

           PERFORM A130-LOAD-PROMISES UNTIL END-OF-CONTACTS.
           CLOSE CONTACT-HISTORY-FILE.

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
      *    A PARTITION IT CANNOT PLACE READS NOTHING AND ENDS RC 16.
       A120-START-PARTITION.
           MOVE 'Y'                 TO WS-PARTITION-IND.
           MOVE 'EPSDLQAG'          TO EPSPARTN-JOB-NAME.
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
           WRITE COLLECTION-WORK-QUEUE-RECORD
                 FROM PARTITION-MARKER-RECORD.
           MOVE EPSPARTN-STREAM-COUNT(2) TO PTMRK-KEPT-COUNT.
           WRITE BANKRUPTCY-QUEUE-RECORD
                 FROM PARTITION-MARKER-RECORD.
           IF MONTH-END-SNAPSHOT
              MOVE EPSPARTN-STREAM-COUNT(3) TO PTMRK-KEPT-COUNT
              WRITE DELINQUENCY-SNAPSHOT-RECORD
                    FROM PARTITION-MARKER-RECORD
           END-IF
           .

      *    ONLY PROMISE CONTACTS MATTER HERE; THE LATEST ONE PER PAN
      *    WINS. A MISSING HISTORY FILE JUST MEANS NOBODY HAS KEYED A
      *    CONTACT YET.
           READ SERVICING-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-MASTER
              NOT AT END
                 IF PARTITION-RUN
                    AND SRV-PAN > EPSPARTN-HIGH-PAN
                    MOVE 'Y' TO WS-END-OF-MASTER
                 END-IF
           END-READ
           .

      *    ONE CALL PER LOAN FINISHED - EPSPARTN REWRITES THE
      *    CHECKPOINT EVERY EPSPTCTL INTERVAL, AND AT ONCE FOR A LOAN
      *    WHOSE PLAN WAS JUST MARKED BROKEN.
       A190-CHECKPOINT-LOAN.
           IF NOT PARTITION-RUN
              EXIT PARAGRAPH
           END-IF.
           MOVE SRV-PAN          TO EPSPARTN-LAST-PAN.
           PERFORM A195-LOAD-RUN-COUNTS.
           IF LOAN-PLAN-JUST-BROKEN
              SET EPSPARTN-CHECKPOINT-NOW TO TRUE
           ELSE
              SET EPSPARTN-CHECKPOINT     TO TRUE
           END-IF.
           MOVE 'N' TO WS-BROKE-PLAN-IND.
           CALL 'EPSPARTN' USING EPSPARTN-PARMS
           .

       A195-LOAD-RUN-COUNTS.
           MOVE WS-SCANNED-COUNT TO EPSPARTN-READ-COUNT.
           MOVE 0                TO EPSPARTN-ERROR-COUNT.
           COMPUTE EPSPARTN-OUT-TOTAL =
                   WS-QUEUED-COUNT + WS-BKRP-QUEUED-COUNT
           .

       A200-AGE-LOAN.
           MOVE 'N' TO WS-MATURED-IND.
           IF SRV-LOAN-ACTIVE AND SRV-BALLOON-LOAN
              AND SRV-MATURITY-DATE > 0
              AND SRV-MATURITY-DATE < WS-CURRENT-DATE-8
              AND SRV-PRINCIPAL-BALANCE > 0
              ADD 1 TO WS-SCANNED-COUNT
              PERFORM A500-AGE-MATURED
              PERFORM A190-CHECKPOINT-LOAN
              PERFORM A150-READ-MASTER
              EXIT PARAGRAPH
           END-IF.
           IF SRV-LOAN-ACTIVE
              ADD 1 TO WS-SCANNED-COUNT
              PERFORM A300-DETERMINE-BUCKET
              END-IF
           END-IF
           .
           PERFORM A190-CHECKPOINT-LOAN.
           PERFORM A150-READ-MASTER.

       A480-WRITE-SNAPSHOT.
           ELSE
              MOVE 0 TO DLQSN-AMOUNT-PAST-DUE
           END-IF.
           WRITE DELINQUENCY-SNAPSHOT-RECORD.
           ADD 1 TO EPSPARTN-STREAM-COUNT(3)
           .

      *    KEPT MEANS A FORBEARANCE (NO PAYMENT EXPECTED AT ALL), OR
           ELSE
              MOVE 'B' TO WS-PLAN-STATE
              ADD 1 TO WS-PLAN-BROKEN-COUNT
              MOVE 'Y' TO WS-BROKE-PLAN-IND
              MOVE 'B'               TO FBPLN-STATUS-IND
              MOVE WS-CURRENT-DATE-8 TO FBPLN-LAST-MAINT-DATE
              REWRITE FORBEARANCE-PLAN-RECORD

       A400-WRITE-WORK-QUEUE.
           MOVE SRV-PAN            TO COLWQ-PAN.
           EVALUATE TRUE
              WHEN LOAN-PAST-MATURITY MOVE 'MAT' TO COLWQ-BUCKET
              WHEN WS-BUCKET-IDX = 2  MOVE '030' TO COLWQ-BUCKET
              WHEN WS-BUCKET-IDX = 3  MOVE '060' TO COLWQ-BUCKET
              WHEN OTHER              MOVE '090' TO COLWQ-BUCKET
           END-EVALUATE.
           MOVE WS-DAYS-PAST-DUE   TO COLWQ-DAYS-PAST-DUE.
           MOVE WS-AMOUNT-PAST-DUE TO COLWQ-AMOUNT-PAST-DUE.
           ELSE
              MOVE SPACE TO COLWQ-PLAN-IND
           END-IF.
           MOVE SPACE  TO COLWQ-LIEN-IND.
           MOVE SPACES TO COLWQ-SENIOR-PAN.
           MOVE 0      TO COLWQ-SENIOR-DAYS-PAST-DUE.
           PERFORM A450-STAMP-PROMISE.
      *    A STAYED BORROWER GOES TO THE BANKRUPTCY DESK'S QUEUE,
      *    NEVER THE COLLECTORS'.
                   TO BANKRUPTCY-QUEUE-RECORD
              WRITE BANKRUPTCY-QUEUE-RECORD
              ADD 1 TO WS-BKRP-QUEUED-COUNT
              ADD 1 TO EPSPARTN-STREAM-COUNT(2)
           ELSE
              WRITE COLLECTION-WORK-QUEUE-RECORD
              ADD 1 TO WS-QUEUED-COUNT
              ADD 1 TO EPSPARTN-STREAM-COUNT(1)
           END-IF.

           MOVE SPACES                  TO WS-DETAIL-LINE.
           MOVE SRV-PAN                 TO DTL-PAN.
           IF LOAN-PAST-MATURITY
              MOVE 'MATURED'            TO DTL-BUCKET
           ELSE
              MOVE WS-BUCKET-LABEL(WS-BUCKET-IDX) TO DTL-BUCKET
           END-IF.
           MOVE WS-DAYS-PAST-DUE        TO DTL-DAYS.
           MOVE WS-AMOUNT-PAST-DUE      TO DTL-AMOUNT.
           MOVE COLWQ-LOAN-OFFICER      TO DTL-OFFICER.
           MOVE WS-DETAIL-LINE          TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A420-FLAG-JUNIOR-LIENS
           .

      *    ONLY A JUNIOR WE SERVICE CAN BE QUEUED - A THIRD-PARTY
      *    JUNIOR'S HOLDER WORKS ITS OWN RISK.
       A420-FLAG-JUNIOR-LIENS.
           MOVE SRV-PAN TO EPSLIENK-PAN.
           CALL 'EPSLIENK' USING EPSLIENK-PARMS.
           IF NOT EPSLIENK-LINKED OR EPSLIENK-JUNIOR-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM A425-FLAG-ONE-JUNIOR
              VARYING WS-LIEN-IDX FROM 1 BY 1
              UNTIL WS-LIEN-IDX > EPSLIENK-LIEN-COUNT
           .

       A425-FLAG-ONE-JUNIOR.
           IF EPSLIENK-LIEN-POSITION(WS-LIEN-IDX) NOT >
              EPSLIENK-POSITION
              OR NOT EPSLIENK-LIEN-SERVICED(WS-LIEN-IDX)
              OR EPSLIENK-LIEN-PAN(WS-LIEN-IDX) = SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE EPSLIENK-LIEN-PAN(WS-LIEN-IDX) TO COLWQ-PAN.
           MOVE 'SNR'              TO COLWQ-BUCKET.
           MOVE 0                  TO COLWQ-DAYS-PAST-DUE
                                      COLWQ-AMOUNT-PAST-DUE
                                      COLWQ-SUSPENSE-BALANCE.
           MOVE COLWQ-PAN TO APPST-PAN.
           READ APPLICATION-STATUS-FILE
              INVALID KEY
                 MOVE SPACES TO COLWQ-LOAN-OFFICER
              NOT INVALID KEY
                 MOVE APPST-LOAN-OFFICER TO COLWQ-LOAN-OFFICER
           END-READ.
           MOVE WS-CURRENT-DATE-8  TO COLWQ-EXTRACT-DATE.
           MOVE SPACE              TO COLWQ-PLAN-IND
                                      COLWQ-PROMISE-IND.
           MOVE 'S'                TO COLWQ-LIEN-IND.
           MOVE SRV-PAN            TO COLWQ-SENIOR-PAN.
           MOVE WS-DAYS-PAST-DUE   TO COLWQ-SENIOR-DAYS-PAST-DUE.

      *    THE JUNIOR'S OWN BANKRUPTCY DECIDES ITS QUEUE, NOT THE
      *    SENIOR'S.
           MOVE COLWQ-PAN TO BKRP-PAN.
           READ BANKRUPTCY-FILE
              INVALID KEY
                 MOVE SPACE TO BKRP-STATUS-IND
           END-READ.
           IF BKRP-ACTIVE
              MOVE COLLECTION-WORK-QUEUE-RECORD
                   TO BANKRUPTCY-QUEUE-RECORD
              WRITE BANKRUPTCY-QUEUE-RECORD
              ADD 1 TO WS-BKRP-QUEUED-COUNT
              ADD 1 TO EPSPARTN-STREAM-COUNT(2)
           ELSE
              WRITE COLLECTION-WORK-QUEUE-RECORD
              ADD 1 TO WS-QUEUED-COUNT
              ADD 1 TO EPSPARTN-STREAM-COUNT(1)
           END-IF.
           ADD 1 TO WS-SENIOR-FLAG-COUNT.

           MOVE SPACES                  TO WS-DETAIL-LINE.
           MOVE COLWQ-PAN               TO DTL-PAN.
           MOVE 'SENIOR'                TO DTL-BUCKET.
           MOVE 0                       TO DTL-DAYS
                                           DTL-AMOUNT.
           MOVE COLWQ-LOAN-OFFICER      TO DTL-OFFICER.
           MOVE WS-DETAIL-LINE          TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    THE WHOLE UNPAID BALANCE IS DUE AT MATURITY, SO THAT PLUS
      *    ANY ACCRUED LATE CHARGES IS WHAT THE COLLECTOR IS OWED;
      *    DAYS PAST DUE ON THE QUEUE ARE DAYS PAST MATURITY. NO
      *    REPAYMENT PLAN HOLDS A MATURED LOAN - THE TERM IS OVER.
       A500-AGE-MATURED.
           MOVE 'Y' TO WS-MATURED-IND.
           MOVE 'N' TO WS-PLAN-STATE.
           ADD 1 TO WS-MATURED-COUNT.
           COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8)
                 - FUNCTION INTEGER-OF-DATE(SRV-MATURITY-DATE).
           EVALUATE TRUE
              WHEN WS-DAYS-PAST-DUE <= 30
                 MOVE 1 TO WS-MATURED-IDX
              WHEN WS-DAYS-PAST-DUE <= 60
                 MOVE 2 TO WS-MATURED-IDX
              WHEN WS-DAYS-PAST-DUE <= 90
                 MOVE 3 TO WS-MATURED-IDX
              WHEN OTHER
                 MOVE 4 TO WS-MATURED-IDX
           END-EVALUATE.
           ADD 1 TO MAT-LOAN-COUNT(WS-MATURED-IDX).
           ADD SRV-PRINCIPAL-BALANCE
               TO MAT-UNPAID-BALANCE(WS-MATURED-IDX).
           COMPUTE WS-AMOUNT-PAST-DUE =
                   SRV-PRINCIPAL-BALANCE + SRV-LATE-CHARGE-DUE.

           PERFORM A370-CHECK-BANKRUPTCY.
           PERFORM A380-CHECK-RELIEF.
           IF LOAN-UNDER-RELIEF
              ADD 1 TO WS-RELIEF-HELD-COUNT
           ELSE
              PERFORM A400-WRITE-WORK-QUEUE
           END-IF
           .

      *    OPEN UNTIL THE PROMISED DATE PASSES; KEPT IF A PAYMENT
      *    POSTED SINCE THE PROMISE WAS MADE; BROKEN OTHERWISE.
       A450-STAMP-PROMISE.
           PERFORM A810-WRITE-ONE-BUCKET
                   VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 4.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-MATURED-HDG TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A820-WRITE-ONE-MATURED
                   VARYING WS-MATURED-IDX FROM 1 BY 1
                   UNTIL WS-MATURED-IDX > 4.

       A810-WRITE-ONE-BUCKET.
           MOVE WS-BUCKET-LABEL(WS-BUCKET-IDX) TO BKL-LABEL.
           WRITE RPT-LINE
           .

       A820-WRITE-ONE-MATURED.
           MOVE WS-MATURED-LABEL(WS-MATURED-IDX)   TO BKL-LABEL.
           MOVE MAT-LOAN-COUNT(WS-MATURED-IDX)     TO BKL-COUNT.
           MOVE MAT-UNPAID-BALANCE(WS-MATURED-IDX) TO BKL-AMOUNT.
           MOVE WS-BUCKET-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE WS-SCANNED-COUNT TO SUM-SCANNED.
           MOVE WS-QUEUED-COUNT  TO SUM-QUEUED.
           MOVE WS-SUMMARY-LINE  TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RELIEF-HELD-COUNT TO SUM-RELIEF-HELD.
           MOVE WS-MATURED-COUNT     TO SUM-MATURED.
           MOVE WS-SENIOR-FLAG-COUNT TO SUM-SENIOR-FLAGGED.
           MOVE WS-RELIEF-LINE   TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE AGING-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

      *    A PARTITION'S EPSRUNRS ENTRY CARRIES ITS TOTALS ACROSS
      *    EVERY ATTEMPT, UNDER THE PARTITION JOB NAME.
           MOVE EPSJOBTM-JOB-NAME    TO EPSRUNWR-JOB-NAME.
           MOVE WS-SCANNED-COUNT     TO EPSRUNWR-IN-COUNT.
           COMPUTE EPSRUNWR-OUT-COUNT =
                   WS-QUEUED-COUNT + WS-BKRP-QUEUED-COUNT.
           MOVE 0                    TO EPSRUNWR-ERROR-COUNT.
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
           IF PARTITION-RUN AND NOT EPSPARTN-SUCCESS
              MOVE 1                 TO EPSRUNWR-ERROR-COUNT
           END-IF.
           MOVE WS-RUN-RETURN-CODE   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .
