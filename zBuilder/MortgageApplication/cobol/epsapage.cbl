      *    EVERY OPEN ORDER PAST ITS DUE DATE, WORST FIRST FLAGGED,
      *    WITH THE VENDOR ON THE HOOK - LATE APPRAISALS ARE THE
      *    SINGLE BIGGEST CAUSE OF BLOWN RATE LOCKS ON EPSRLEXP, SO
      *    THEY GET CHASED BEFORE THE LOCK RUNS OUT, NOT AFTER. EACH
      *    OVERDUE ORDER ALSO PUTS A FOLLOW-UP ON THE APPRAISAL DESK'S
      *    EPSTICKL QUEUE THROUGH EPSTKLWR - ONE PER ORDER, NOT ONE A
      *    DAY, UNTIL THE DESK COMPLETES IT.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
              05 FILLER                   PIC X(12) VALUE 'OVERDUE:'.
              05 SUM-OVERDUE              PIC ZZZZZZ9.

      *    PARAMETER AREA FOR THE SHARED EPSTKLWR TICKLER SERVICE -
      *    SEE A250-RAISE-TICKLER.
           COPY EPSTKLPM.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.
                 END-IF
                 MOVE WS-DETAIL-LINE TO RPT-LINE
                 WRITE RPT-LINE
                 PERFORM A250-RAISE-TICKLER
              END-IF
           END-IF
           .
           PERFORM A150-READ-ORDER.

       A250-RAISE-TICKLER.
           SET EPSTKLWR-CREATE TO TRUE.
           MOVE 'EPSAPAGE'      TO EPSTKLWR-CALLER-ID.
           MOVE APORD-PAN       TO EPSTKLWR-PAN.
           MOVE 'APOV'          TO EPSTKLWR-REASON-CODE.
           MOVE 'APPR'          TO EPSTKLWR-WORK-GROUP.
           MOVE SPACES          TO EPSTKLWR-ASSIGNED-USER.
           MOVE 0               TO EPSTKLWR-DUE-DAYS.
           MOVE SPACES          TO EPSTKLWR-DESCRIPTION.
           STRING 'APPRAISAL OVERDUE - CHASE VENDOR '
                                    DELIMITED BY SIZE
                  APORD-VENDOR-ID   DELIMITED BY SPACE
                  INTO EPSTKLWR-DESCRIPTION
           END-STRING.
           CALL 'EPSTKLWR' USING EPSTKLWR-PARMS.
           IF EPSTKLWR-FILE-ERROR
              DISPLAY 'EPSAPAGE - EPSTICKL UNAVAILABLE - NO TICKLER '
                      'FOR ' APORD-PAN
           END-IF
           .

       A900-FINALIZE.
           MOVE WS-OPEN-COUNT    TO SUM-OPEN.
           MOVE WS-OVERDUE-COUNT TO SUM-OVERDUE.
