       ID DIVISION.
       PROGRAM-ID. EPSPARTN.
      *    SHARED PAN-RANGE PARTITION SERVICE - THE EPSJOBTM CALL
      *    SHAPE. A BIG SERVICING-MASTER JOB (EPSDLQAG, EPSBILST,
      *    EPSLTCHG, EPSMTRO2) RUN AS ONE PARTITION OF SEVERAL CALLS
      *    THIS THREE WAYS:
      *
      *       START      - LOOKS THE PARTITION UP ON EPSPTCTL AND
      *                    HANDS BACK ITS PAN RANGE AND THE PARTITION
      *                    JOB NAME (THE FIRST SIX OF THE JOB NAME
      *                    AND THE PARTITION NUMBER - EPSDLQ01) THE
      *                    JOB TIMES AND SUMMARIZES ITSELF UNDER. AN
      *                    INCOMPLETE EPSPTCKP CHECKPOINT FROM TONIGHT
      *                    WITH A LAST PAN ON IT MEANS THE PARTITION
      *                    DIED PART WAY - THE CALLER RESUMES AFTER
      *                    THAT PAN WITH ITS STREAM COUNTS RESTORED.
      *                    ANYTHING ELSE STARTS THE PARTITION FRESH.
      *       CHECKPOINT - ONCE PER LOAN FINISHED. EVERY EPSPTCTL
      *                    INTERVAL'S WORTH OF CALLS THE CHECKPOINT
      *                    IS REWRITTEN WITH THE LAST PAN AND COUNTS;
      *                    A LOAN WHOSE MASTER UPDATE A RESUME COULD
      *                    NOT REDO FORCES THE REWRITE THERE AND THEN.
      *       END        - STAMPS THE CHECKPOINT COMPLETE AND HANDS
      *                    BACK THE PARTITION'S TOTALS ACROSS EVERY
      *                    ATTEMPT FOR THE CALLER'S EPSRUNRS ENTRY.
      *
      *    THE SAME RESUME RULES AS EPSMREQT'S EPSRQCKP RESTART. EACH
      *    PARTITION HAS ITS OWN CHECKPOINT RECORD, SO PARTITIONS
      *    RUNNING SIDE BY SIDE NEVER TOUCH EACH OTHER'S RESTART
      *    POINT, AND EPSPTMRG PROVES THE MERGED FILES AGAINST THEM.
      *
      *    SEE EPSPTPM.cpy FOR THE CALL RECORD.
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

       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSPTCTL.

       FD  PARTITION-CHECKPOINT-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY EPSPTCKP.

       WORKING-STORAGE SECTION.
      *
       01  WS-PTCTL-STATUS              PIC XX.
       01  WS-PTCKP-STATUS              PIC XX.
       01  WS-END-OF-CONTROL            PIC X.
           88 END-OF-CONTROL               VALUE 'Y'.
       01  WS-PARTITION-FOUND           PIC X.
           88 PARTITION-DEFINED            VALUE 'Y'.
       01  WS-CKP-OPEN                  PIC X VALUE 'N'.
           88 CHECKPOINT-FILE-OPEN         VALUE 'Y'.

      *    THE EARLIER ATTEMPTS' COUNTS, FROM THE CHECKPOINT RESUMED -
      *    ZERO ON A FRESH START. KEPT HERE BETWEEN CALLS THE SAME WAY
      *    EPSJOBTM KEEPS ITS START TIME.
       01  WS-PRIOR-COUNTS.
           03 WS-PRIOR-READ             PIC 9(7) VALUE 0.
           03 WS-PRIOR-ERRORS           PIC 9(7) VALUE 0.
           03 WS-PRIOR-OUT              PIC 9(7) VALUE 0.
       01  WS-CKP-INTERVAL              PIC 9(5) COMP VALUE 1000.
      *    THE PARTITION'S RANGE, SAVED OFF EPSPTCTL BEFORE IT CLOSES.
       01  WS-PART-LOW-PAN              PIC X(10).
       01  WS-PART-HIGH-PAN             PIC X(10).
       01  WS-CALLS-SINCE-CKP           PIC 9(5) COMP VALUE 0.
       01  WS-STREAM-IDX                PIC 9(2) COMP.
       01  WS-TODAY-8                   PIC 9(8).

       LINKAGE SECTION.
      *
       COPY EPSPTPM.

       PROCEDURE DIVISION USING EPSPARTN-PARMS.
      *
       A000-MAINLINE.
           MOVE 0 TO EPSPARTN-RETURN-CODE.
           EVALUATE TRUE
              WHEN EPSPARTN-START
                 PERFORM A100-START-PARTITION
              WHEN EPSPARTN-CHECKPOINT
                 ADD 1 TO WS-CALLS-SINCE-CKP
                 IF WS-CALLS-SINCE-CKP >= WS-CKP-INTERVAL
                    PERFORM A300-WRITE-CHECKPOINT
                    MOVE 0 TO WS-CALLS-SINCE-CKP
                 END-IF
              WHEN EPSPARTN-CHECKPOINT-NOW
                 PERFORM A300-WRITE-CHECKPOINT
                 MOVE 0 TO WS-CALLS-SINCE-CKP
              WHEN EPSPARTN-END
                 PERFORM A400-END-PARTITION
           END-EVALUATE.
           GOBACK
           .

       A100-START-PARTITION.
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
           MOVE 'N' TO EPSPARTN-RESUME-IND.
           MOVE EPSPARTN-JOB-NAME(1:6) TO EPSPARTN-PART-JOB-NAME(1:6).
           MOVE EPSPARTN-PARTITION-NUM TO EPSPARTN-PART-JOB-NAME(7:2).

           PERFORM A110-FIND-PARTITION.
           IF NOT PARTITION-DEFINED
              MOVE 8 TO EPSPARTN-RETURN-CODE
              EXIT PARAGRAPH
           END-IF.

           OPEN I-O PARTITION-CHECKPOINT-FILE.
           IF WS-PTCKP-STATUS = '35'
              OPEN OUTPUT PARTITION-CHECKPOINT-FILE
              CLOSE PARTITION-CHECKPOINT-FILE
              OPEN I-O PARTITION-CHECKPOINT-FILE
           END-IF.
           IF WS-PTCKP-STATUS NOT = '00'
              MOVE 12 TO EPSPARTN-RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CKP-OPEN.

           MOVE EPSPARTN-JOB-NAME      TO PTCKP-JOB-NAME.
           MOVE EPSPARTN-PARTITION-NUM TO PTCKP-PARTITION-NUM.
           READ PARTITION-CHECKPOINT-FILE
              INVALID KEY
                 PERFORM A150-FRESH-CHECKPOINT
                 WRITE PARTITION-CHECKPOINT-RECORD
                    INVALID KEY
                       MOVE 12 TO EPSPARTN-RETURN-CODE
                 END-WRITE
              NOT INVALID KEY
      *          A BLANK LAST PAN MEANS THE ATTEMPT DIED BEFORE ITS
      *          FIRST CHECKPOINT - START FROM THE LOW PAN AGAIN. A
      *          CHANGED RANGE MEANS EPSPTCTL WAS RESPLIT SINCE, AND
      *          THE OLD RESTART POINT MEANS NOTHING.
                 IF PTCKP-RUN-DATE = WS-TODAY-8
                    AND NOT PTCKP-COMPLETE
                    AND PTCKP-LAST-PAN NOT = SPACES
                    AND PTCKP-LOW-PAN  = WS-PART-LOW-PAN
                    AND PTCKP-HIGH-PAN = WS-PART-HIGH-PAN
                    PERFORM A160-RESUME-CHECKPOINT
                 ELSE
                    PERFORM A150-FRESH-CHECKPOINT
                 END-IF
                 REWRITE PARTITION-CHECKPOINT-RECORD
                    INVALID KEY
                       MOVE 12 TO EPSPARTN-RETURN-CODE
                 END-REWRITE
           END-READ.
           MOVE WS-PART-LOW-PAN  TO EPSPARTN-LOW-PAN.
           MOVE WS-PART-HIGH-PAN TO EPSPARTN-HIGH-PAN.
           MOVE 0 TO WS-CALLS-SINCE-CKP
           .

      *    THE CONTROL FILE IS SMALL - A FRONT-TO-BACK READ FINDS THE
      *    JOB'S PARTITION.
       A110-FIND-PARTITION.
           MOVE 'N' TO WS-PARTITION-FOUND.
           MOVE 'N' TO WS-END-OF-CONTROL.
           OPEN INPUT PARTITION-CONTROL-FILE.
           IF WS-PTCTL-STATUS NOT = '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM A120-READ-ONE-CONTROL
                   UNTIL END-OF-CONTROL OR PARTITION-DEFINED.
           CLOSE PARTITION-CONTROL-FILE
           .

       A120-READ-ONE-CONTROL.
           READ PARTITION-CONTROL-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-CONTROL
              NOT AT END
                 IF PTCTL-JOB-NAME = EPSPARTN-JOB-NAME
                    AND PTCTL-PARTITION-NUM = EPSPARTN-PARTITION-NUM
                    MOVE 'Y'            TO WS-PARTITION-FOUND
                    MOVE PTCTL-LOW-PAN  TO WS-PART-LOW-PAN
                    MOVE PTCTL-HIGH-PAN TO WS-PART-HIGH-PAN
                    IF PTCTL-CKP-INTERVAL > 0
                       MOVE PTCTL-CKP-INTERVAL TO WS-CKP-INTERVAL
                    END-IF
                 END-IF
           END-READ
           .

       A150-FRESH-CHECKPOINT.
           MOVE EPSPARTN-JOB-NAME      TO PTCKP-JOB-NAME.
           MOVE EPSPARTN-PARTITION-NUM TO PTCKP-PARTITION-NUM.
           MOVE WS-TODAY-8             TO PTCKP-RUN-DATE.
           MOVE WS-PART-LOW-PAN        TO PTCKP-LOW-PAN.
           MOVE WS-PART-HIGH-PAN       TO PTCKP-HIGH-PAN.
           MOVE SPACES                 TO PTCKP-LAST-PAN.
           MOVE 0                      TO PTCKP-READ-COUNT.
           MOVE 0                      TO PTCKP-ERROR-COUNT.
           MOVE 0                      TO PTCKP-OUT-TOTAL.
           MOVE 0                      TO PTCKP-RESUME-COUNT.
           MOVE SPACE                  TO PTCKP-COMPLETE-IND.
           MOVE SPACES                 TO EPSPARTN-LAST-PAN.
           PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                   UNTIL WS-STREAM-IDX > 3
              MOVE 0 TO PTCKP-STREAM-COUNT(WS-STREAM-IDX)
              MOVE 0 TO EPSPARTN-STREAM-COUNT(WS-STREAM-IDX)
           END-PERFORM.
           MOVE 0 TO WS-PRIOR-READ.
           MOVE 0 TO WS-PRIOR-ERRORS.
           MOVE 0 TO WS-PRIOR-OUT
           .

       A160-RESUME-CHECKPOINT.
           MOVE 'Y'               TO EPSPARTN-RESUME-IND.
           MOVE PTCKP-LAST-PAN    TO EPSPARTN-LAST-PAN.
           MOVE PTCKP-READ-COUNT  TO WS-PRIOR-READ.
           MOVE PTCKP-ERROR-COUNT TO WS-PRIOR-ERRORS.
           MOVE PTCKP-OUT-TOTAL   TO WS-PRIOR-OUT.
           PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                   UNTIL WS-STREAM-IDX > 3
              MOVE PTCKP-STREAM-COUNT(WS-STREAM-IDX)
                   TO EPSPARTN-STREAM-COUNT(WS-STREAM-IDX)
           END-PERFORM.
           IF PTCKP-RESUME-COUNT < 99
              ADD 1 TO PTCKP-RESUME-COUNT
           END-IF
           .

       A300-WRITE-CHECKPOINT.
           IF NOT CHECKPOINT-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE EPSPARTN-JOB-NAME      TO PTCKP-JOB-NAME.
           MOVE EPSPARTN-PARTITION-NUM TO PTCKP-PARTITION-NUM.
           READ PARTITION-CHECKPOINT-FILE
              INVALID KEY
                 MOVE 12 TO EPSPARTN-RETURN-CODE
                 EXIT PARAGRAPH
           END-READ.
           MOVE EPSPARTN-LAST-PAN TO PTCKP-LAST-PAN.
           COMPUTE PTCKP-READ-COUNT =
                   WS-PRIOR-READ + EPSPARTN-READ-COUNT.
           COMPUTE PTCKP-ERROR-COUNT =
                   WS-PRIOR-ERRORS + EPSPARTN-ERROR-COUNT.
           COMPUTE PTCKP-OUT-TOTAL =
                   WS-PRIOR-OUT + EPSPARTN-OUT-TOTAL.
           PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                   UNTIL WS-STREAM-IDX > 3
              MOVE EPSPARTN-STREAM-COUNT(WS-STREAM-IDX)
                   TO PTCKP-STREAM-COUNT(WS-STREAM-IDX)
           END-PERFORM.
           REWRITE PARTITION-CHECKPOINT-RECORD
              INVALID KEY
                 MOVE 12 TO EPSPARTN-RETURN-CODE
           END-REWRITE
           .

       A400-END-PARTITION.
           PERFORM A300-WRITE-CHECKPOINT.
           IF NOT CHECKPOINT-FILE-OPEN
              EXIT PARAGRAPH
           END-IF.
           IF EPSPARTN-SUCCESS
              MOVE 'Y' TO PTCKP-COMPLETE-IND
              REWRITE PARTITION-CHECKPOINT-RECORD
                 INVALID KEY
                    MOVE 12 TO EPSPARTN-RETURN-CODE
              END-REWRITE
           END-IF.
           MOVE PTCKP-READ-COUNT  TO EPSPARTN-READ-COUNT.
           MOVE PTCKP-ERROR-COUNT TO EPSPARTN-ERROR-COUNT.
           MOVE PTCKP-OUT-TOTAL   TO EPSPARTN-OUT-TOTAL.
           CLOSE PARTITION-CHECKPOINT-FILE.
           MOVE 'N' TO WS-CKP-OPEN
           .
