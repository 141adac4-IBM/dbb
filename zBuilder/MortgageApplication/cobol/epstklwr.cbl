       ID DIVISION.
       PROGRAM-ID. EPSTKLWR.
      *    SHARED TICKLER SERVICE - THE EPSSSNTK CALL STYLE. A BATCH
      *    PROGRAM THAT FINDS SOMETHING A PERSON HAS TO CHASE CALLS
      *    THIS TO PUT A FOLLOW-UP ITEM ON THE EPSTICKL DIARY, IN THE
      *    RIGHT WORK GROUP'S QUEUE, WITH A DUE DATE:
      *
      *       EPSHZSCN - HAZARD POLICY LAPSED, WARNING SENT  (HZLP)
      *       EPSLMCMT - LOSS-MIT CASE OPENED, DOCUMENTS OUT  (LMDC)
      *       EPSRMAIL - MAIL RETURNED, ADDRESS FLAGGED BAD  (RMAL)
      *       EPSAPAGE - APPRAISAL ORDER PAST ITS DUE DATE   (APOV)
      *
      *    THE SAME CONDITION IS USUALLY FOUND AGAIN ON EVERY RUN
      *    UNTIL SOMEBODY FIXES IT, SO AN ITEM IS ONLY CREATED WHEN
      *    NO ITEM FOR THE SAME REASON IS STILL OPEN ON THE PAN - THE
      *    OPEN ONE IS RETURNED INSTEAD. THE FILE IS OPENED AND
      *    CLOSED ON EVERY CALL, SO THE CALLER NEEDS NO DD HANDLING
      *    BEYOND THE EPSTICKL DD ITSELF.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKLER-FILE ASSIGN TO EPSTICKL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TKL-KEY
                  FILE STATUS IS WS-TICKL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TICKLER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSTICKL.

       WORKING-STORAGE SECTION.
      *
       01  WS-FILE-STATUSES.
           03 WS-TICKL-STATUS           PIC XX.

       01  WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-PAN             PIC X VALUE 'N'.
              88 END-OF-PAN                VALUE 'Y'.
           03 WS-OPEN-FOUND             PIC X VALUE 'N'.
              88 OPEN-ITEM-FOUND           VALUE 'Y'.

       01  WS-LAST-SEQ                  PIC 9(4).
       01  WS-TODAY-8                   PIC 9(8).

       LINKAGE SECTION.
      *
       COPY EPSTKLPM.

       PROCEDURE DIVISION USING EPSTKLWR-PARMS.
      *
       A000-MAINLINE.
           MOVE 0 TO EPSTKLWR-RETURN-CODE.
           MOVE 0 TO EPSTKLWR-CREATE-DATE.
           MOVE 0 TO EPSTKLWR-SEQ.
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD.
           IF EPSTKLWR-CREATE
              PERFORM A100-CREATE-TICKLER
           ELSE
              MOVE 3 TO EPSTKLWR-RETURN-CODE
           END-IF
           GOBACK
           .

       A100-CREATE-TICKLER.
           IF EPSTKLWR-PAN = SPACES
              OR EPSTKLWR-REASON-CODE = SPACES
              OR EPSTKLWR-WORK-GROUP = SPACES
              OR EPSTKLWR-DUE-DAYS IS NOT NUMERIC
              MOVE 3 TO EPSTKLWR-RETURN-CODE
              EXIT PARAGRAPH
           END-IF.

           OPEN I-O TICKLER-FILE.
           IF WS-TICKL-STATUS = '05' OR '35'
              CLOSE TICKLER-FILE
              OPEN OUTPUT TICKLER-FILE
              CLOSE TICKLER-FILE
              OPEN I-O TICKLER-FILE
           END-IF.
           IF WS-TICKL-STATUS NOT = '00'
              MOVE 4 TO EPSTKLWR-RETURN-CODE
              EXIT PARAGRAPH
           END-IF.

           PERFORM A200-SCAN-PAN.
           IF OPEN-ITEM-FOUND
              MOVE 1 TO EPSTKLWR-RETURN-CODE
              CLOSE TICKLER-FILE
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES                 TO TICKLER-RECORD.
           MOVE EPSTKLWR-PAN           TO TKL-PAN.
           MOVE WS-TODAY-8             TO TKL-CREATE-DATE.
           COMPUTE TKL-SEQ = WS-LAST-SEQ + 1.
           COMPUTE TKL-DUE-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-TODAY-8)
               + EPSTKLWR-DUE-DAYS).
           MOVE EPSTKLWR-REASON-CODE   TO TKL-REASON-CODE.
           MOVE EPSTKLWR-WORK-GROUP    TO TKL-WORK-GROUP.
           MOVE EPSTKLWR-ASSIGNED-USER TO TKL-ASSIGNED-USER.
           MOVE 'O'                    TO TKL-STATUS.
           MOVE EPSTKLWR-DESCRIPTION   TO TKL-DESCRIPTION.
           MOVE EPSTKLWR-CALLER-ID     TO TKL-CREATED-BY.
           MOVE 0                      TO TKL-COMPLETED-DATE.
           MOVE SPACES                 TO TKL-COMPLETED-BY.
           MOVE WS-TODAY-8             TO TKL-LAST-MAINT-DATE.
           WRITE TICKLER-RECORD
              INVALID KEY
                 MOVE 4 TO EPSTKLWR-RETURN-CODE
              NOT INVALID KEY
                 MOVE TKL-CREATE-DATE TO EPSTKLWR-CREATE-DATE
                 MOVE TKL-SEQ         TO EPSTKLWR-SEQ
           END-WRITE.
           CLOSE TICKLER-FILE
           .

      *    ONE PASS OVER THE PAN'S ITEMS ANSWERS BOTH QUESTIONS - IS
      *    ONE ALREADY OPEN FOR THIS REASON, AND WHAT WAS THE LAST
      *    SEQUENCE USED TODAY. THE KEY RUNS BY CREATE DATE, SO
      *    TODAY'S ITEMS COME LAST.
       A200-SCAN-PAN.
           MOVE 'N' TO WS-OPEN-FOUND.
           MOVE 'N' TO WS-END-OF-PAN.
           MOVE 0   TO WS-LAST-SEQ.
           MOVE EPSTKLWR-PAN TO TKL-PAN.
           MOVE 0            TO TKL-CREATE-DATE.
           MOVE 0            TO TKL-SEQ.
           START TICKLER-FILE KEY IS NOT LESS THAN TKL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-PAN
           END-START.
           PERFORM A250-CHECK-ONE-ITEM UNTIL END-OF-PAN
           .

       A250-CHECK-ONE-ITEM.
           READ TICKLER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-PAN
                 EXIT PARAGRAPH
           END-READ.
           IF TKL-PAN NOT = EPSTKLWR-PAN
              MOVE 'Y' TO WS-END-OF-PAN
              EXIT PARAGRAPH
           END-IF.
           IF TKL-CREATE-DATE = WS-TODAY-8
              MOVE TKL-SEQ TO WS-LAST-SEQ
           END-IF.
           IF TKL-OPEN AND TKL-REASON-CODE = EPSTKLWR-REASON-CODE
              MOVE 'Y'             TO WS-OPEN-FOUND
              MOVE 'Y'             TO WS-END-OF-PAN
              MOVE TKL-CREATE-DATE TO EPSTKLWR-CREATE-DATE
              MOVE TKL-SEQ         TO EPSTKLWR-SEQ
           END-IF
           .
