       ID DIVISION.
       PROGRAM-ID. EPSPTMRG.
      *    PAN-RANGE PARTITION MERGE. RUNS ONCE AFTER EVERY PARTITION
      *    OF A PARTITIONED JOB (EPSDLQAG, EPSBILST, EPSLTCHG,
      *    EPSMTRO2 - SEE EPSPARTN) HAS ENDED OK, AND TURNS THE
      *    PARTITIONS' OWN OUTPUT FILES BACK INTO THE ONE FILE PER
      *    STREAM THE DOWNSTREAM STEPS HAVE ALWAYS READ.
      *
      *    EACH STREAM'S INPUT DD IS THE CONCATENATION OF THE
      *    PARTITIONS' FILES IN PARTITION ORDER. A PARTITION'S FILE
      *    OPENS WITH A HEADER MARKER, AND EVERY RESUME AFTER A
      *    FAILURE ADDS A RESUME MARKER CARRYING THE COUNT OF RECORDS
      *    THE CHECKPOINT KEPT (SEE EPSPTMRK.cpy). RECORDS THE FAILED
      *    ATTEMPT WROTE PAST ITS LAST CHECKPOINT - WHICH THE RESUME
      *    WROTE AGAIN - ARE DROPPED HERE, SO NOTHING IS DUPLICATED.
      *
      *    BEFORE ANYTHING IS WRITTEN THE MERGE PROVES THE RUN:
      *       - THE EPSPTCTL RANGES FOR THE JOB ASCEND WITHOUT
      *         OVERLAPPING;
      *       - EVERY PARTITION HAS AN EPSPTCKP CHECKPOINT STAMPED
      *         COMPLETE FOR TONIGHT'S RUN DATE OVER THE SAME RANGE;
      *       - EVERY STREAM'S RECORDS KEPT PER PARTITION EQUAL THE
      *         COUNT ON ITS CHECKPOINT.
      *    ANY FAILURE ENDS THE STEP RC 16 WITH NOTHING WRITTEN - A
      *    MISSING OR SHORT PARTITION FILE NEVER REACHES THE VENDOR.
      *    A PARTITION FILE OUT OF ORDER IN THE CONCATENATION IS
      *    MERGED AS FOUND WITH RC 4.
      *
      *    THE MERGED EPSDLQSN AND EPSSCRBK ARE HISTORY FILES AND ARE
      *    APPENDED TO; EVERY OTHER MERGED FILE IS WRITTEN NEW. THE
      *    RUN IS TIMED AND SUMMARIZED ON EPSRUNRS UNDER THE
      *    PARTITIONED JOB'S OWN NAME, WITH THE PARTITIONS' TOTALS
      *    ACROSS EVERY ATTEMPT.
      *
      *    CONTROL CARD (SYSIN):
      *       COLS 1-8   THE PARTITIONED JOB (EPSDLQAG...).
      *       COLS 10-17 RUN DATE OF THE PARTITIONS, YYYYMMDD (BLANK
      *                  = TODAY).
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO EPSPTCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PTCTL-STATUS.

           SELECT PARTITION-CHECKPOINT-FILE ASSIGN TO EPSPTCKP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PTCKP-KEY
                  FILE STATUS IS WS-PTCKP-STATUS.

      *    THE PARTITIONS' FILES, ONE CONCATENATED DD PER STREAM.
           SELECT COLWQ-PART-FILE ASSIGN TO COLWQPI
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PART-IN-STATUS.

           SELECT BKWQ-PART-FILE ASSIGN TO BKWQPI
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PART-IN-STATUS.

           SELECT DLQSN-PART-FILE ASSIGN TO DLQSNPI
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PART-IN-STATUS.

           SELECT STMT-PART-FILE ASSIGN TO STMTPI
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PART-IN-STATUS.

           SELECT ESTMT-PART-FILE ASSIGN TO ESTMTPI
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PART-IN-STATUS.

           SELECT LTNXT-PART-FILE ASSIGN TO LTNXTPI
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PART-IN-STATUS.

           SELECT SCRBK-PART-FILE ASSIGN TO SCRBKPI
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PART-IN-STATUS.

           SELECT MT2XT-PART-FILE ASSIGN TO MT2XTPI
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PART-IN-STATUS.

      *    THE MERGED FILES, UNDER THE DD NAMES THE READERS USE.
           SELECT COLWQ-MERGED-FILE ASSIGN TO EPSCOLWQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MERGED-STATUS.

           SELECT BKWQ-MERGED-FILE ASSIGN TO EPSBKWQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MERGED-STATUS.

           SELECT DLQSN-MERGED-FILE ASSIGN TO EPSDLQSN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MERGED-STATUS.

           SELECT STMT-MERGED-FILE ASSIGN TO BILSTMT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MERGED-STATUS.

           SELECT ESTMT-MERGED-FILE ASSIGN TO BILSTME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MERGED-STATUS.

           SELECT LTNXT-MERGED-FILE ASSIGN TO EPSLTNXT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MERGED-STATUS.

           SELECT SCRBK-MERGED-FILE ASSIGN TO EPSSCRBK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MERGED-STATUS.

           SELECT MT2XT-MERGED-FILE ASSIGN TO EPSMT2XT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MERGED-STATUS.

           SELECT MERGE-REPORT ASSIGN TO PTMRGRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSPTCTL.

       FD  PARTITION-CHECKPOINT-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY EPSPTCKP.

       FD  COLWQ-PART-FILE
           RECORD CONTAINS 68 CHARACTERS.
       01  COLWQ-PART-RECORD              PIC X(68).

       FD  BKWQ-PART-FILE
           RECORD CONTAINS 68 CHARACTERS.
       01  BKWQ-PART-RECORD               PIC X(68).

       FD  DLQSN-PART-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  DLQSN-PART-RECORD              PIC X(28).

       FD  STMT-PART-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STMT-PART-RECORD               PIC X(80).

       FD  ESTMT-PART-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ESTMT-PART-RECORD              PIC X(80).

       FD  LTNXT-PART-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  LTNXT-PART-RECORD              PIC X(42).

       FD  SCRBK-PART-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  SCRBK-PART-RECORD              PIC X(70).

       FD  MT2XT-PART-FILE
           RECORD CONTAINS 86 CHARACTERS.
       01  MT2XT-PART-RECORD              PIC X(86).

       FD  COLWQ-MERGED-FILE
           RECORD CONTAINS 68 CHARACTERS.
       01  COLWQ-MERGED-RECORD            PIC X(68).

       FD  BKWQ-MERGED-FILE
           RECORD CONTAINS 68 CHARACTERS.
       01  BKWQ-MERGED-RECORD             PIC X(68).

       FD  DLQSN-MERGED-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  DLQSN-MERGED-RECORD            PIC X(28).

       FD  STMT-MERGED-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STMT-MERGED-RECORD             PIC X(80).

       FD  ESTMT-MERGED-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ESTMT-MERGED-RECORD            PIC X(80).

       FD  LTNXT-MERGED-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  LTNXT-MERGED-RECORD            PIC X(42).

       FD  SCRBK-MERGED-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  SCRBK-MERGED-RECORD            PIC X(70).

       FD  MT2XT-MERGED-FILE
           RECORD CONTAINS 86 CHARACTERS.
       01  MT2XT-MERGED-RECORD            PIC X(86).

       FD  MERGE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-PTCTL-STATUS             PIC XX.
           03 WS-PTCKP-STATUS             PIC XX.
           03 WS-PART-IN-STATUS           PIC XX.
           03 WS-MERGED-STATUS            PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-CONTROL           PIC X VALUE 'N'.
              88 END-OF-CONTROL              VALUE 'Y'.
           03 WS-END-OF-PART-FILE         PIC X VALUE 'N'.
              88 END-OF-PART-FILE            VALUE 'Y'.
           03 WS-PART-FILE-OPEN           PIC X VALUE 'N'.
              88 PART-FILE-OPEN              VALUE 'Y'.
           03 WS-HEADLESS-IND             PIC X VALUE 'N'.
              88 HEADLESS-REPORTED           VALUE 'Y'.
           03 WS-SKIP-IND                 PIC X VALUE 'N'.
              88 RECORD-DROPPED              VALUE 'Y'.

       01 WS-CONTROL-CARD                 PIC X(80).
       01 WS-CONTROL-CARD-RDF REDEFINES WS-CONTROL-CARD.
           03 WS-CARD-JOB-NAME            PIC X(8).
           03 FILLER                      PIC X.
           03 WS-CARD-RUN-DATE            PIC X(8).
           03 WS-CARD-RUN-DATE-N REDEFINES WS-CARD-RUN-DATE
                                          PIC 9(8).
           03 FILLER                      PIC X(63).

       01 WS-MERGE-RC                     PIC 9(4) VALUE 0.
       01 WS-PROBLEM-COUNT                PIC 9(7) VALUE 0.
       01 WS-RUN-DATE                     PIC 9(8).

      *    THE STREAMS OF THE JOB BEING MERGED, IN THE JOB'S OWN
      *    EPSPARTN STREAM ORDER, AS FILE CODES 1-8 BELOW.
       01 WS-JOB-STREAMS.
           03 WS-STREAM-TOTAL             PIC 9 VALUE 0.
           03 WS-STREAM-FILE              PIC 9 OCCURS 3 TIMES.
       01 WS-FILE-CODE                    PIC 9.
       01 WS-FILE-DD-NAMES.
           03 FILLER                      PIC X(8) VALUE 'EPSCOLWQ'.
           03 FILLER                      PIC X(8) VALUE 'EPSBKWQ'.
           03 FILLER                      PIC X(8) VALUE 'EPSDLQSN'.
           03 FILLER                      PIC X(8) VALUE 'BILSTMT'.
           03 FILLER                      PIC X(8) VALUE 'BILSTME'.
           03 FILLER                      PIC X(8) VALUE 'EPSLTNXT'.
           03 FILLER                      PIC X(8) VALUE 'EPSSCRBK'.
           03 FILLER                      PIC X(8) VALUE 'EPSMT2XT'.
       01 WS-FILE-DD-TABLE REDEFINES WS-FILE-DD-NAMES.
           03 WS-FILE-DD-NAME             PIC X(8) OCCURS 8 TIMES.

      *    ONE ENTRY PER EPSPTCTL PARTITION OF THE JOB, IN FILE ORDER.
       01 WS-PARTITION-TABLE.
           03 WS-PT-COUNT                 PIC 9(2) VALUE 0.
           03 WS-PT-ENTRY OCCURS 20 TIMES.
              05 PT-NUM                   PIC 9(2).
              05 PT-LOW-PAN               PIC X(10).
              05 PT-HIGH-PAN              PIC X(10).
              05 PT-READ                  PIC 9(7).
              05 PT-ERRORS                PIC 9(7).
              05 PT-OUT                   PIC 9(7).
              05 PT-RESUMES               PIC 9(2).
              05 PT-STREAM OCCURS 3 TIMES.
                 07 PT-EXPECTED           PIC 9(7).
                 07 PT-KEPT               PIC 9(7).
                 07 PT-SEEN               PIC X.
       01 WS-PT-MAX                       PIC 9(2) VALUE 20.

      *    RECORD POSITIONS TO DROP IN EACH STREAM'S CONCATENATION -
      *    A FAILED ATTEMPT'S RECORDS PAST ITS LAST CHECKPOINT. ONE
      *    STREAM'S RANGES FOLLOW THE LAST'S, EACH IN FILE ORDER.
       01 WS-SKIP-TABLE.
           03 WS-SKIP-COUNT               PIC 9(3) VALUE 0.
           03 WS-SKIP-ENTRY OCCURS 200 TIMES.
              05 SK-STREAM                PIC 9.
              05 SK-FROM                  PIC 9(9).
              05 SK-TO                    PIC 9(9).
       01 WS-SKIP-MAX                     PIC 9(3) VALUE 200.

       01 WS-STREAM-TOTALS.
           03 WS-ST-ENTRY OCCURS 3 TIMES.
              05 ST-IN                    PIC 9(9).
              05 ST-DROPPED               PIC 9(9).
              05 ST-WRITTEN               PIC 9(9).
              05 ST-EXPECTED              PIC 9(9).

       01 WS-SCAN-WORK.
           03 WS-STREAM-IDX               PIC 9 COMP.
           03 WS-PT-IDX                   PIC 9(2) COMP.
           03 WS-FOUND-IDX                PIC 9(2) COMP.
           03 WS-CURR-PT                  PIC 9(2) COMP.
           03 WS-LAST-HEADER-PT           PIC 9(2) COMP.
           03 WS-SKIP-PTR                 PIC 9(3) COMP.
           03 WS-POSITION                 PIC 9(9) COMP.
           03 WS-KEPT                     PIC 9(9) COMP.
           03 WS-SEGMENT-KEPT             PIC 9(9) COMP.
           03 WS-ORPHANS                  PIC 9(9) COMP.
       01 WS-PREV-HIGH-PAN                PIC X(10).

      *    EVERY RECORD PASSES THROUGH HERE, AS READ AND AS WRITTEN.
       01 WS-MERGE-RECORD                 PIC X(86).
           COPY EPSPTMRK.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(40) VALUE
                 'EPSPTMRG - PARTITION MERGE FOR'.
              05 HDG-JOB                  PIC X(8).
              05 FILLER                   PIC X(10) VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-PROBLEM-LINE.
              05 FILLER                   PIC X(10) VALUE 'PARTITION'.
              05 PRB-PARTITION            PIC Z9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 PRB-STREAM               PIC X(10).
              05 PRB-TEXT                 PIC X(60).
           03 WS-PARTITION-HDG.
              05 FILLER                   PIC X(41) VALUE
                 'PART  LOW PAN     HIGH PAN     LOANS READ'.
              05 FILLER                   PIC X(42) VALUE
                 '    ERRORS   OUTPUT RESUMES  STREAM COUNTS'.
           03 WS-PARTITION-LINE.
              05 PTL-NUM                  PIC Z9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 PTL-LOW-PAN              PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 PTL-HIGH-PAN             PIC X(10).
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 PTL-READ                 PIC Z,ZZZ,ZZ9.
              05 FILLER                   PIC X(1)  VALUE SPACES.
              05 PTL-ERRORS               PIC Z,ZZZ,ZZ9.
              05 PTL-OUT                  PIC Z,ZZZ,ZZ9.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 PTL-RESUMES              PIC Z9.
              05 PTL-STREAM OCCURS 3 TIMES.
                 07 FILLER                PIC X(1).
                 07 PTL-STREAM-COUNT      PIC Z,ZZZ,ZZ9.
           03 WS-STREAM-HDG.
              05 FILLER                   PIC X(45) VALUE
                 'STREAM     RECORDS IN     DROPPED     WRITTEN'.
              05 FILLER                   PIC X(12) VALUE
                 '    EXPECTED'.
           03 WS-STREAM-LINE.
              05 SML-DD-NAME              PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 SML-IN                   PIC ZZZ,ZZZ,ZZ9.
              05 FILLER                   PIC X(1)  VALUE SPACES.
              05 SML-DROPPED              PIC ZZZ,ZZZ,ZZ9.
              05 FILLER                   PIC X(1)  VALUE SPACES.
              05 SML-WRITTEN              PIC ZZZ,ZZZ,ZZ9.
              05 FILLER                   PIC X(1)  VALUE SPACES.
              05 SML-EXPECTED             PIC ZZZ,ZZZ,ZZ9.
           03 WS-RESULT-LINE              PIC X(60).

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
           IF WS-MERGE-RC < 16
              PERFORM A200-LOAD-PARTITIONS
           END-IF.
           IF WS-MERGE-RC < 16
              PERFORM A300-LOAD-CHECKPOINTS
           END-IF.
           IF WS-MERGE-RC < 16
              PERFORM A400-SCAN-STREAM
                 VARYING WS-STREAM-IDX FROM 1 BY 1
                 UNTIL WS-STREAM-IDX > WS-STREAM-TOTAL
           END-IF.
      *    NOTHING IS WRITTEN UNLESS EVERY STREAM PROVED.
           IF WS-MERGE-RC < 16
              PERFORM A600-COPY-STREAM
                 VARYING WS-STREAM-IDX FROM 1 BY 1
                 UNTIL WS-STREAM-IDX > WS-STREAM-TOTAL
           END-IF.
           PERFORM A800-REPORT-MERGE.
           PERFORM A900-FINALIZE.
           MOVE WS-MERGE-RC TO RETURN-CODE.
           STOP RUN
           .

       A100-INITIALIZE.
           OPEN OUTPUT MERGE-REPORT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.

           MOVE SPACES TO WS-CONTROL-CARD.
           ACCEPT WS-CONTROL-CARD.
           IF WS-CARD-RUN-DATE IS NUMERIC
              MOVE WS-CARD-RUN-DATE-N TO WS-RUN-DATE
           ELSE
              MOVE WS-CURRENT-DATE-8  TO WS-RUN-DATE
           END-IF.

      *    EACH PARTITIONED JOB'S STREAMS, AS IT COUNTS THEM FOR
      *    EPSPARTN - SEE THE JOB'S OWN HEADER.
           EVALUATE WS-CARD-JOB-NAME
              WHEN 'EPSDLQAG'
                 MOVE 3 TO WS-STREAM-TOTAL
                 MOVE 1 TO WS-STREAM-FILE(1)
                 MOVE 2 TO WS-STREAM-FILE(2)
                 MOVE 3 TO WS-STREAM-FILE(3)
              WHEN 'EPSBILST'
                 MOVE 2 TO WS-STREAM-TOTAL
                 MOVE 4 TO WS-STREAM-FILE(1)
                 MOVE 5 TO WS-STREAM-FILE(2)
              WHEN 'EPSLTCHG'
                 MOVE 2 TO WS-STREAM-TOTAL
                 MOVE 6 TO WS-STREAM-FILE(1)
                 MOVE 7 TO WS-STREAM-FILE(2)
              WHEN 'EPSMTRO2'
                 MOVE 1 TO WS-STREAM-TOTAL
                 MOVE 8 TO WS-STREAM-FILE(1)
              WHEN OTHER
                 MOVE 0 TO WS-STREAM-TOTAL
           END-EVALUATE.

           IF WS-STREAM-TOTAL = 0
              MOVE 'EPSPTMRG' TO EPSJOBTM-JOB-NAME
           ELSE
              MOVE WS-CARD-JOB-NAME TO EPSJOBTM-JOB-NAME
           END-IF.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE WS-CARD-JOB-NAME TO HDG-JOB.
           MOVE WS-CURR-YYYY     TO HDG-YYYY.
           MOVE WS-CURR-MM       TO HDG-MM.
           MOVE WS-CURR-DD       TO HDG-DD.
           MOVE WS-HEADING-1     TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES           TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-STREAM-TOTAL = 0
              MOVE 0 TO WS-CURR-PT
              MOVE SPACES TO PRB-STREAM
              MOVE 'CONTROL CARD DOES NOT NAME A PARTITIONED JOB'
                   TO PRB-TEXT
              PERFORM A890-PRINT-PROBLEM
           END-IF
           .

      *    THE JOB'S PARTITIONS OFF EPSPTCTL. THE RANGES MUST ASCEND
      *    WITHOUT OVERLAPPING OR A LOAN COULD BE PROCESSED TWICE.
       A200-LOAD-PARTITIONS.
           MOVE 0      TO WS-CURR-PT.
           MOVE SPACES TO PRB-STREAM.
           OPEN INPUT PARTITION-CONTROL-FILE.
           IF WS-PTCTL-STATUS NOT = '00'
              MOVE 'EPSPTCTL NOT AVAILABLE' TO PRB-TEXT
              PERFORM A890-PRINT-PROBLEM
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO WS-PREV-HIGH-PAN.
           MOVE 'N' TO WS-END-OF-CONTROL.
           PERFORM A210-LOAD-ONE-PARTITION UNTIL END-OF-CONTROL.
           CLOSE PARTITION-CONTROL-FILE.
           IF WS-PT-COUNT = 0
              MOVE 'NO PARTITIONS ON EPSPTCTL FOR THE JOB' TO PRB-TEXT
              PERFORM A890-PRINT-PROBLEM
           END-IF
           .

       A210-LOAD-ONE-PARTITION.
           READ PARTITION-CONTROL-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-CONTROL
                 EXIT PARAGRAPH
           END-READ.
           IF PTCTL-JOB-NAME NOT = WS-CARD-JOB-NAME
              EXIT PARAGRAPH
           END-IF.
           IF WS-PT-COUNT >= WS-PT-MAX
              MOVE 'MORE PARTITIONS THAN THE MERGE TABLE HOLDS'
                   TO PRB-TEXT
              PERFORM A890-PRINT-PROBLEM
              MOVE 'Y' TO WS-END-OF-CONTROL
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PT-COUNT.
           MOVE WS-PT-COUNT TO WS-PT-IDX.
           INITIALIZE WS-PT-ENTRY(WS-PT-IDX).
           MOVE PTCTL-PARTITION-NUM TO PT-NUM(WS-PT-IDX).
           MOVE PTCTL-LOW-PAN       TO PT-LOW-PAN(WS-PT-IDX).
           MOVE PTCTL-HIGH-PAN      TO PT-HIGH-PAN(WS-PT-IDX).
           MOVE 'N' TO PT-SEEN(WS-PT-IDX, 1)
                       PT-SEEN(WS-PT-IDX, 2)
                       PT-SEEN(WS-PT-IDX, 3).
           MOVE WS-PT-IDX TO WS-CURR-PT.
           IF PTCTL-LOW-PAN > PTCTL-HIGH-PAN
              MOVE 'EPSPTCTL LOW PAN ABOVE HIGH PAN' TO PRB-TEXT
              PERFORM A890-PRINT-PROBLEM
           END-IF.
           IF WS-PT-COUNT > 1
              AND PTCTL-LOW-PAN NOT > WS-PREV-HIGH-PAN
              MOVE 'EPSPTCTL RANGE OVERLAPS OR IS OUT OF ORDER'
                   TO PRB-TEXT
              PERFORM A890-PRINT-PROBLEM
           END-IF.
           MOVE PTCTL-HIGH-PAN TO WS-PREV-HIGH-PAN
           .

      *    EVERY PARTITION MUST HAVE ENDED OK TONIGHT OVER THE RANGE
      *    EPSPTCTL GIVES IT.
       A300-LOAD-CHECKPOINTS.
           MOVE SPACES TO PRB-STREAM.
           OPEN INPUT PARTITION-CHECKPOINT-FILE.
           IF WS-PTCKP-STATUS NOT = '00'
              MOVE 0 TO WS-CURR-PT
              MOVE 'EPSPTCKP NOT AVAILABLE' TO PRB-TEXT
              PERFORM A890-PRINT-PROBLEM
              EXIT PARAGRAPH
           END-IF.
           PERFORM A310-LOAD-ONE-CHECKPOINT
              VARYING WS-PT-IDX FROM 1 BY 1
              UNTIL WS-PT-IDX > WS-PT-COUNT.
           CLOSE PARTITION-CHECKPOINT-FILE
           .

       A310-LOAD-ONE-CHECKPOINT.
           MOVE WS-PT-IDX             TO WS-CURR-PT.
           MOVE WS-CARD-JOB-NAME      TO PTCKP-JOB-NAME.
           MOVE PT-NUM(WS-PT-IDX)     TO PTCKP-PARTITION-NUM.
           READ PARTITION-CHECKPOINT-FILE
              INVALID KEY
                 MOVE 'NO EPSPTCKP CHECKPOINT - PARTITION NEVER RAN'
                      TO PRB-TEXT
                 PERFORM A890-PRINT-PROBLEM
                 EXIT PARAGRAPH
           END-READ.
           EVALUATE TRUE
              WHEN PTCKP-RUN-DATE NOT = WS-RUN-DATE
                 MOVE 'CHECKPOINT IS NOT FROM THIS RUN DATE'
                      TO PRB-TEXT
                 PERFORM A890-PRINT-PROBLEM
              WHEN NOT PTCKP-COMPLETE
                 MOVE 'PARTITION HAS NOT ENDED OK' TO PRB-TEXT
                 PERFORM A890-PRINT-PROBLEM
              WHEN PTCKP-LOW-PAN  NOT = PT-LOW-PAN(WS-PT-IDX)
                OR PTCKP-HIGH-PAN NOT = PT-HIGH-PAN(WS-PT-IDX)
                 MOVE 'CHECKPOINT RANGE DIFFERS FROM EPSPTCTL'
                      TO PRB-TEXT
                 PERFORM A890-PRINT-PROBLEM
           END-EVALUATE.
           MOVE PTCKP-READ-COUNT   TO PT-READ(WS-PT-IDX).
           MOVE PTCKP-ERROR-COUNT  TO PT-ERRORS(WS-PT-IDX).
           MOVE PTCKP-OUT-TOTAL    TO PT-OUT(WS-PT-IDX).
           MOVE PTCKP-RESUME-COUNT TO PT-RESUMES(WS-PT-IDX).
           MOVE PTCKP-STREAM-COUNT(1) TO PT-EXPECTED(WS-PT-IDX, 1).
           MOVE PTCKP-STREAM-COUNT(2) TO PT-EXPECTED(WS-PT-IDX, 2).
           MOVE PTCKP-STREAM-COUNT(3) TO PT-EXPECTED(WS-PT-IDX, 3)
           .

      *    FIRST PASS OVER ONE STREAM: COUNT EACH PARTITION'S RECORDS,
      *    MARK THE FAILED ATTEMPTS' RECORDS TO DROP, AND PROVE WHAT
      *    IS KEPT AGAINST THE CHECKPOINTS.
       A400-SCAN-STREAM.
           MOVE WS-STREAM-FILE(WS-STREAM-IDX) TO WS-FILE-CODE.
           MOVE WS-FILE-DD-NAME(WS-FILE-CODE) TO PRB-STREAM.
           MOVE 0 TO ST-IN(WS-STREAM-IDX)
                     ST-DROPPED(WS-STREAM-IDX)
                     ST-WRITTEN(WS-STREAM-IDX)
                     ST-EXPECTED(WS-STREAM-IDX).
           PERFORM A500-OPEN-PART-INPUT.
           IF NOT PART-FILE-OPEN
              MOVE 0 TO WS-CURR-PT
              MOVE 'PARTITION FILES FOR THE STREAM NOT AVAILABLE'
                   TO PRB-TEXT
              PERFORM A890-PRINT-PROBLEM
              EXIT PARAGRAPH
           END-IF.
           MOVE 0   TO WS-POSITION.
           MOVE 0   TO WS-CURR-PT.
           MOVE 0   TO WS-LAST-HEADER-PT.
           MOVE 0   TO WS-KEPT.
           MOVE 0   TO WS-SEGMENT-KEPT.
           MOVE 'N' TO WS-HEADLESS-IND.
           PERFORM A410-SCAN-ONE-RECORD UNTIL END-OF-PART-FILE.
           PERFORM A430-CLOSE-PARTITION-SEGMENT.
           PERFORM A520-CLOSE-PART-INPUT.
           PERFORM A440-PROVE-ONE-PARTITION
              VARYING WS-PT-IDX FROM 1 BY 1
              UNTIL WS-PT-IDX > WS-PT-COUNT
           .

       A410-SCAN-ONE-RECORD.
           PERFORM A510-READ-PART-INPUT.
           IF END-OF-PART-FILE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-POSITION.
           IF WS-MERGE-RECORD(1:8) = HIGH-VALUES
              PERFORM A420-SCAN-MARKER
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ST-IN(WS-STREAM-IDX).
           IF WS-CURR-PT = 0
              IF NOT HEADLESS-REPORTED
                 MOVE 'RECORDS AHEAD OF ANY PARTITION HEADER'
                      TO PRB-TEXT
                 PERFORM A890-PRINT-PROBLEM
                 MOVE 'Y' TO WS-HEADLESS-IND
              END-IF
           ELSE
              ADD 1 TO WS-KEPT
           END-IF
           .

       A420-SCAN-MARKER.
           MOVE WS-MERGE-RECORD(1:18) TO PARTITION-MARKER-RECORD.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM A425-MATCH-PARTITION
              VARYING WS-PT-IDX FROM 1 BY 1
              UNTIL WS-PT-IDX > WS-PT-COUNT OR WS-FOUND-IDX > 0.
           IF WS-FOUND-IDX = 0
              PERFORM A430-CLOSE-PARTITION-SEGMENT
              MOVE 0 TO WS-CURR-PT
              MOVE 'MARKER FOR A PARTITION NOT ON EPSPTCTL' TO PRB-TEXT
              PERFORM A890-PRINT-PROBLEM
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN PTMRK-HEADER
                 PERFORM A430-CLOSE-PARTITION-SEGMENT
                 MOVE WS-FOUND-IDX TO WS-CURR-PT
                 IF PT-SEEN(WS-CURR-PT, WS-STREAM-IDX) = 'Y'
                    MOVE 'PARTITION FILE APPEARS TWICE' TO PRB-TEXT
                    PERFORM A890-PRINT-PROBLEM
                 END-IF
                 IF WS-CURR-PT < WS-LAST-HEADER-PT
                    MOVE 'PARTITION FILE OUT OF ORDER - MERGED AS FOUND'
                         TO PRB-TEXT
                    PERFORM A895-PRINT-WARNING
                 END-IF
                 MOVE 'Y' TO PT-SEEN(WS-CURR-PT, WS-STREAM-IDX)
                 MOVE WS-CURR-PT TO WS-LAST-HEADER-PT
                 MOVE 0 TO WS-KEPT
                 MOVE 0 TO WS-SEGMENT-KEPT
              WHEN PTMRK-RESUME
                 PERFORM A428-APPLY-RESUME
              WHEN OTHER
                 MOVE WS-FOUND-IDX TO WS-CURR-PT
                 MOVE 'UNKNOWN PARTITION MARKER' TO PRB-TEXT
                 PERFORM A890-PRINT-PROBLEM
           END-EVALUATE
           .

       A425-MATCH-PARTITION.
           IF PT-NUM(WS-PT-IDX) = PTMRK-PARTITION-NUM
              MOVE WS-PT-IDX TO WS-FOUND-IDX
           END-IF
           .

      *    THE RESUME KEPT ONLY WHAT ITS CHECKPOINT COUNTED - THE
      *    FAILED ATTEMPT'S RECORDS BEYOND THAT, JUST BEFORE THIS
      *    MARKER, ARE DROPPED. A CHECKPOINT CAN ONLY MOVE FORWARD, SO
      *    THE DROP NEVER REACHES BACK PAST THE LAST MARKER.
       A428-APPLY-RESUME.
           IF WS-FOUND-IDX NOT = WS-CURR-PT
              MOVE WS-FOUND-IDX TO WS-CURR-PT
              MOVE 'RESUME MARKER NOT AFTER ITS OWN PARTITION FILE'
                   TO PRB-TEXT
              PERFORM A890-PRINT-PROBLEM
              EXIT PARAGRAPH
           END-IF.
           IF PTMRK-KEPT-COUNT > WS-KEPT
              MOVE 'PARTITION FILE SHORT OF ITS CHECKPOINT' TO PRB-TEXT
              PERFORM A890-PRINT-PROBLEM
              EXIT PARAGRAPH
           END-IF.
           IF PTMRK-KEPT-COUNT < WS-SEGMENT-KEPT
              MOVE 'RESUME BEHIND AN EARLIER RESUME' TO PRB-TEXT
              PERFORM A890-PRINT-PROBLEM
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ORPHANS = WS-KEPT - PTMRK-KEPT-COUNT.
           IF WS-ORPHANS > 0
              IF WS-SKIP-COUNT >= WS-SKIP-MAX
                 MOVE 'MORE RESUMES THAN THE MERGE TABLE HOLDS'
                      TO PRB-TEXT
                 PERFORM A890-PRINT-PROBLEM
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-SKIP-COUNT
              MOVE WS-STREAM-IDX TO SK-STREAM(WS-SKIP-COUNT)
              COMPUTE SK-FROM(WS-SKIP-COUNT) =
                      WS-POSITION - WS-ORPHANS
              COMPUTE SK-TO(WS-SKIP-COUNT) = WS-POSITION - 1
              ADD WS-ORPHANS TO ST-DROPPED(WS-STREAM-IDX)
           END-IF.
           MOVE PTMRK-KEPT-COUNT TO WS-KEPT.
           MOVE PTMRK-KEPT-COUNT TO WS-SEGMENT-KEPT
           .

       A430-CLOSE-PARTITION-SEGMENT.
           IF WS-CURR-PT > 0
              MOVE WS-KEPT TO PT-KEPT(WS-CURR-PT, WS-STREAM-IDX)
           END-IF
           .

       A440-PROVE-ONE-PARTITION.
           MOVE WS-PT-IDX TO WS-CURR-PT.
           ADD PT-EXPECTED(WS-PT-IDX, WS-STREAM-IDX)
               TO ST-EXPECTED(WS-STREAM-IDX).
           IF PT-SEEN(WS-PT-IDX, WS-STREAM-IDX) NOT = 'Y'
              IF PT-EXPECTED(WS-PT-IDX, WS-STREAM-IDX) > 0
                 MOVE 'PARTITION FILE MISSING FROM THE CONCATENATION'
                      TO PRB-TEXT
                 PERFORM A890-PRINT-PROBLEM
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF PT-KEPT(WS-PT-IDX, WS-STREAM-IDX)
              NOT = PT-EXPECTED(WS-PT-IDX, WS-STREAM-IDX)
              MOVE 'RECORDS KEPT DO NOT MATCH THE CHECKPOINT COUNT'
                   TO PRB-TEXT
              PERFORM A890-PRINT-PROBLEM
           END-IF
           .

      *    SECOND PASS: COPY THE STREAM TO THE MERGED FILE, LEAVING
      *    OUT THE MARKERS AND THE RECORDS MARKED TO DROP.
       A600-COPY-STREAM.
           MOVE WS-STREAM-FILE(WS-STREAM-IDX) TO WS-FILE-CODE.
           PERFORM A500-OPEN-PART-INPUT.
           PERFORM A530-OPEN-MERGED-OUTPUT.
           MOVE 0 TO WS-POSITION.
           MOVE 1 TO WS-SKIP-PTR.
           PERFORM A610-COPY-ONE-RECORD UNTIL END-OF-PART-FILE.
           PERFORM A520-CLOSE-PART-INPUT.
           PERFORM A550-CLOSE-MERGED-OUTPUT.
           IF ST-WRITTEN(WS-STREAM-IDX)
              NOT = ST-EXPECTED(WS-STREAM-IDX)
              MOVE 0 TO WS-CURR-PT
              MOVE WS-FILE-DD-NAME(WS-FILE-CODE) TO PRB-STREAM
              MOVE 'MERGED FILE DOES NOT MATCH THE CHECKPOINT TOTAL'
                   TO PRB-TEXT
              PERFORM A890-PRINT-PROBLEM
           END-IF
           .

       A610-COPY-ONE-RECORD.
           PERFORM A510-READ-PART-INPUT.
           IF END-OF-PART-FILE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-POSITION.
           IF WS-MERGE-RECORD(1:8) = HIGH-VALUES
              EXIT PARAGRAPH
           END-IF.
           PERFORM A620-CHECK-DROP.
           IF NOT RECORD-DROPPED
              PERFORM A540-WRITE-MERGED
              ADD 1 TO ST-WRITTEN(WS-STREAM-IDX)
           END-IF
           .

      *    THE SKIP RANGES ARE IN FILE ORDER, SO ONE POINTER WALKS
      *    THEM ALONGSIDE THE COPY.
       A620-CHECK-DROP.
           MOVE 'N' TO WS-SKIP-IND.
           PERFORM A625-PASS-SKIP-RANGE
              UNTIL WS-SKIP-PTR > WS-SKIP-COUNT
                 OR (SK-STREAM(WS-SKIP-PTR) = WS-STREAM-IDX
                     AND SK-TO(WS-SKIP-PTR) >= WS-POSITION).
           IF WS-SKIP-PTR <= WS-SKIP-COUNT
              AND SK-FROM(WS-SKIP-PTR) <= WS-POSITION
              MOVE 'Y' TO WS-SKIP-IND
           END-IF
           .

       A625-PASS-SKIP-RANGE.
           ADD 1 TO WS-SKIP-PTR
           .

       A500-OPEN-PART-INPUT.
           MOVE 'N' TO WS-PART-FILE-OPEN.
           MOVE 'N' TO WS-END-OF-PART-FILE.
           EVALUATE WS-FILE-CODE
              WHEN 1 OPEN INPUT COLWQ-PART-FILE
              WHEN 2 OPEN INPUT BKWQ-PART-FILE
              WHEN 3 OPEN INPUT DLQSN-PART-FILE
              WHEN 4 OPEN INPUT STMT-PART-FILE
              WHEN 5 OPEN INPUT ESTMT-PART-FILE
              WHEN 6 OPEN INPUT LTNXT-PART-FILE
              WHEN 7 OPEN INPUT SCRBK-PART-FILE
              WHEN 8 OPEN INPUT MT2XT-PART-FILE
           END-EVALUATE.
           IF WS-PART-IN-STATUS = '00'
              MOVE 'Y' TO WS-PART-FILE-OPEN
           ELSE
              MOVE 'Y' TO WS-END-OF-PART-FILE
           END-IF
           .

       A510-READ-PART-INPUT.
           MOVE SPACES TO WS-MERGE-RECORD.
           EVALUATE WS-FILE-CODE
              WHEN 1
                 READ COLWQ-PART-FILE INTO WS-MERGE-RECORD
                    AT END MOVE 'Y' TO WS-END-OF-PART-FILE
                 END-READ
              WHEN 2
                 READ BKWQ-PART-FILE INTO WS-MERGE-RECORD
                    AT END MOVE 'Y' TO WS-END-OF-PART-FILE
                 END-READ
              WHEN 3
                 READ DLQSN-PART-FILE INTO WS-MERGE-RECORD
                    AT END MOVE 'Y' TO WS-END-OF-PART-FILE
                 END-READ
              WHEN 4
                 READ STMT-PART-FILE INTO WS-MERGE-RECORD
                    AT END MOVE 'Y' TO WS-END-OF-PART-FILE
                 END-READ
              WHEN 5
                 READ ESTMT-PART-FILE INTO WS-MERGE-RECORD
                    AT END MOVE 'Y' TO WS-END-OF-PART-FILE
                 END-READ
              WHEN 6
                 READ LTNXT-PART-FILE INTO WS-MERGE-RECORD
                    AT END MOVE 'Y' TO WS-END-OF-PART-FILE
                 END-READ
              WHEN 7
                 READ SCRBK-PART-FILE INTO WS-MERGE-RECORD
                    AT END MOVE 'Y' TO WS-END-OF-PART-FILE
                 END-READ
              WHEN 8
                 READ MT2XT-PART-FILE INTO WS-MERGE-RECORD
                    AT END MOVE 'Y' TO WS-END-OF-PART-FILE
                 END-READ
           END-EVALUATE
           .

       A520-CLOSE-PART-INPUT.
           IF NOT PART-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-FILE-CODE
              WHEN 1 CLOSE COLWQ-PART-FILE
              WHEN 2 CLOSE BKWQ-PART-FILE
              WHEN 3 CLOSE DLQSN-PART-FILE
              WHEN 4 CLOSE STMT-PART-FILE
              WHEN 5 CLOSE ESTMT-PART-FILE
              WHEN 6 CLOSE LTNXT-PART-FILE
              WHEN 7 CLOSE SCRBK-PART-FILE
              WHEN 8 CLOSE MT2XT-PART-FILE
           END-EVALUATE.
           MOVE 'N' TO WS-PART-FILE-OPEN
           .

      *    THE SNAPSHOT AND SCRA LOGS ARE HISTORY - APPENDED, AS THE
      *    UNPARTITIONED RUN APPENDS THEM.
       A530-OPEN-MERGED-OUTPUT.
           EVALUATE WS-FILE-CODE
              WHEN 1 OPEN OUTPUT COLWQ-MERGED-FILE
              WHEN 2 OPEN OUTPUT BKWQ-MERGED-FILE
              WHEN 3
                 OPEN EXTEND DLQSN-MERGED-FILE
                 IF WS-MERGED-STATUS = '05' OR '35'
                    OPEN OUTPUT DLQSN-MERGED-FILE
                 END-IF
              WHEN 4 OPEN OUTPUT STMT-MERGED-FILE
              WHEN 5 OPEN OUTPUT ESTMT-MERGED-FILE
              WHEN 6 OPEN OUTPUT LTNXT-MERGED-FILE
              WHEN 7
                 OPEN EXTEND SCRBK-MERGED-FILE
                 IF WS-MERGED-STATUS = '05' OR '35'
                    OPEN OUTPUT SCRBK-MERGED-FILE
                 END-IF
              WHEN 8 OPEN OUTPUT MT2XT-MERGED-FILE
           END-EVALUATE
           .

       A540-WRITE-MERGED.
           EVALUATE WS-FILE-CODE
              WHEN 1 WRITE COLWQ-MERGED-RECORD FROM WS-MERGE-RECORD
              WHEN 2 WRITE BKWQ-MERGED-RECORD  FROM WS-MERGE-RECORD
              WHEN 3 WRITE DLQSN-MERGED-RECORD FROM WS-MERGE-RECORD
              WHEN 4 WRITE STMT-MERGED-RECORD  FROM WS-MERGE-RECORD
              WHEN 5 WRITE ESTMT-MERGED-RECORD FROM WS-MERGE-RECORD
              WHEN 6 WRITE LTNXT-MERGED-RECORD FROM WS-MERGE-RECORD
              WHEN 7 WRITE SCRBK-MERGED-RECORD FROM WS-MERGE-RECORD
              WHEN 8 WRITE MT2XT-MERGED-RECORD FROM WS-MERGE-RECORD
           END-EVALUATE
           .

       A550-CLOSE-MERGED-OUTPUT.
           EVALUATE WS-FILE-CODE
              WHEN 1 CLOSE COLWQ-MERGED-FILE
              WHEN 2 CLOSE BKWQ-MERGED-FILE
              WHEN 3 CLOSE DLQSN-MERGED-FILE
              WHEN 4 CLOSE STMT-MERGED-FILE
              WHEN 5 CLOSE ESTMT-MERGED-FILE
              WHEN 6 CLOSE LTNXT-MERGED-FILE
              WHEN 7 CLOSE SCRBK-MERGED-FILE
              WHEN 8 CLOSE MT2XT-MERGED-FILE
           END-EVALUATE
           .

      *    ONE LINE PER PARTITION AND ONE PER STREAM, THEN THE
      *    VERDICT.
       A800-REPORT-MERGE.
           IF WS-PT-COUNT > 0
              MOVE SPACES           TO RPT-LINE
              WRITE RPT-LINE
              MOVE WS-PARTITION-HDG TO RPT-LINE
              WRITE RPT-LINE
              PERFORM A810-REPORT-ONE-PARTITION
                 VARYING WS-PT-IDX FROM 1 BY 1
                 UNTIL WS-PT-IDX > WS-PT-COUNT
           END-IF.
           IF WS-STREAM-TOTAL > 0
              MOVE SPACES           TO RPT-LINE
              WRITE RPT-LINE
              MOVE WS-STREAM-HDG    TO RPT-LINE
              WRITE RPT-LINE
              PERFORM A820-REPORT-ONE-STREAM
                 VARYING WS-STREAM-IDX FROM 1 BY 1
                 UNTIL WS-STREAM-IDX > WS-STREAM-TOTAL
           END-IF.
           EVALUATE TRUE
              WHEN WS-MERGE-RC = 0
                 MOVE 'MERGE COMPLETE' TO WS-RESULT-LINE
              WHEN WS-MERGE-RC = 4
                 MOVE 'MERGE COMPLETE WITH WARNINGS' TO WS-RESULT-LINE
              WHEN WS-PROBLEM-COUNT > 0
                   AND ST-WRITTEN(1) = 0
                   AND ST-WRITTEN(2) = 0
                   AND ST-WRITTEN(3) = 0
                 MOVE 'MERGE REFUSED - NOTHING WRITTEN'
                      TO WS-RESULT-LINE
              WHEN OTHER
                 MOVE 'MERGED FILES DO NOT PROVE - DO NOT RELEASE'
                      TO WS-RESULT-LINE
           END-EVALUATE.
           MOVE SPACES         TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RESULT-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A810-REPORT-ONE-PARTITION.
           MOVE SPACES                    TO WS-PARTITION-LINE.
           MOVE PT-NUM(WS-PT-IDX)         TO PTL-NUM.
           MOVE PT-LOW-PAN(WS-PT-IDX)     TO PTL-LOW-PAN.
           MOVE PT-HIGH-PAN(WS-PT-IDX)    TO PTL-HIGH-PAN.
           MOVE PT-READ(WS-PT-IDX)        TO PTL-READ.
           MOVE PT-ERRORS(WS-PT-IDX)      TO PTL-ERRORS.
           MOVE PT-OUT(WS-PT-IDX)         TO PTL-OUT.
           MOVE PT-RESUMES(WS-PT-IDX)     TO PTL-RESUMES.
           MOVE PT-EXPECTED(WS-PT-IDX, 1) TO PTL-STREAM-COUNT(1).
           IF WS-STREAM-TOTAL > 1
              MOVE PT-EXPECTED(WS-PT-IDX, 2) TO PTL-STREAM-COUNT(2)
           END-IF.
           IF WS-STREAM-TOTAL > 2
              MOVE PT-EXPECTED(WS-PT-IDX, 3) TO PTL-STREAM-COUNT(3)
           END-IF.
           MOVE WS-PARTITION-LINE         TO RPT-LINE.
           WRITE RPT-LINE
           .

       A820-REPORT-ONE-STREAM.
           MOVE WS-STREAM-FILE(WS-STREAM-IDX) TO WS-FILE-CODE.
           MOVE WS-FILE-DD-NAME(WS-FILE-CODE) TO SML-DD-NAME.
           MOVE ST-IN(WS-STREAM-IDX)          TO SML-IN.
           MOVE ST-DROPPED(WS-STREAM-IDX)     TO SML-DROPPED.
           MOVE ST-WRITTEN(WS-STREAM-IDX)     TO SML-WRITTEN.
           MOVE ST-EXPECTED(WS-STREAM-IDX)    TO SML-EXPECTED.
           MOVE WS-STREAM-LINE                TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    A PROBLEM STOPS THE MERGE - RC 16.
       A890-PRINT-PROBLEM.
           ADD 1 TO WS-PROBLEM-COUNT.
           MOVE 16 TO WS-MERGE-RC.
           PERFORM A898-PRINT-NOTE
           .

       A895-PRINT-WARNING.
           IF WS-MERGE-RC < 4
              MOVE 4 TO WS-MERGE-RC
           END-IF.
           PERFORM A898-PRINT-NOTE
           .

       A898-PRINT-NOTE.
           IF WS-CURR-PT > 0
              MOVE PT-NUM(WS-CURR-PT) TO PRB-PARTITION
           ELSE
              MOVE 0                  TO PRB-PARTITION
           END-IF.
           MOVE WS-PROBLEM-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           CLOSE MERGE-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

      *    THE WHOLE PARTITIONED RUN, ACROSS EVERY PARTITION AND
      *    ATTEMPT, UNDER THE JOB'S OWN NAME.
           MOVE EPSJOBTM-JOB-NAME  TO EPSRUNWR-JOB-NAME.
           MOVE 0                  TO EPSRUNWR-IN-COUNT
                                      EPSRUNWR-OUT-COUNT
                                      EPSRUNWR-ERROR-COUNT.
           PERFORM A910-ADD-PARTITION-TOTALS
              VARYING WS-PT-IDX FROM 1 BY 1
              UNTIL WS-PT-IDX > WS-PT-COUNT.
           ADD WS-PROBLEM-COUNT    TO EPSRUNWR-ERROR-COUNT.
           MOVE WS-MERGE-RC        TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .

       A910-ADD-PARTITION-TOTALS.
           ADD PT-READ(WS-PT-IDX)   TO EPSRUNWR-IN-COUNT.
           ADD PT-OUT(WS-PT-IDX)    TO EPSRUNWR-OUT-COUNT.
           ADD PT-ERRORS(WS-PT-IDX) TO EPSRUNWR-ERROR-COUNT
           .
