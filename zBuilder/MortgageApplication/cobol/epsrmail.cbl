      *    REQUIRED-NOTICE LIST. THE RUN THEN BROWSES THE MASTER AND
      *    PRINTS THE SKIP-TRACE WORK REPORT - EVERY FLAGGED BORROWER
      *    WITH THE PHONE NUMBER ON FILE, SO SOMEONE CAN FIND THEM
      *    INSTEAD OF MAILING NOWHERE. EACH NEWLY FLAGGED BORROWER
      *    ALSO GOES ON THE SKIP-TRACE GROUP'S EPSTICKL QUEUE THROUGH
      *    EPSTKLWR, SO THE WORK IS TRACKED TO COMPLETION RATHER THAN
      *    REPRINTED. EPSBWMNT CLEARS THE FLAG THE MOMENT A NEW
      *    ADDRESS ARRIVES.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
              05 FILLER                   PIC X(12) VALUE 'ERRORS:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.

      *    PARAMETER AREA FOR THE SHARED EPSTKLWR TICKLER SERVICE -
      *    SEE A250-RAISE-TICKLER.
           COPY EPSTKLPM.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.
                 MOVE WS-CURRENT-DATE-8   TO BRWR-LAST-MAINT-DATE
                 REWRITE BORROWER-MASTER-RECORD
                 ADD 1 TO WS-FLAGGED-COUNT
                 PERFORM A250-RAISE-TICKLER
                 MOVE 'BAD ADDRESS FLAGGED - MAILINGS HELD'
                      TO DTL-RESULT
           END-READ.
           WRITE RPT-LINE.
           PERFORM A150-READ-TRANSACTION.

      *    A SECOND PIECE OF RETURNED MAIL WHILE THE FIRST IS STILL
      *    BEING TRACED ADDS NOTHING - EPSTKLWR HANDS BACK THE OPEN
      *    ITEM.
       A250-RAISE-TICKLER.
           SET EPSTKLWR-CREATE TO TRUE.
           MOVE 'EPSRMAIL' TO EPSTKLWR-CALLER-ID.
           MOVE BRWR-PAN   TO EPSTKLWR-PAN.
           MOVE 'RMAL'     TO EPSTKLWR-REASON-CODE.
           MOVE 'SKIP'     TO EPSTKLWR-WORK-GROUP.
           MOVE SPACES     TO EPSTKLWR-ASSIGNED-USER.
           MOVE 5          TO EPSTKLWR-DUE-DAYS.
           MOVE 'MAIL RETURNED - SKIP TRACE FOR A GOOD ADDRESS'
                           TO EPSTKLWR-DESCRIPTION.
           CALL 'EPSTKLWR' USING EPSTKLWR-PARMS.
           IF EPSTKLWR-FILE-ERROR
              DISPLAY 'EPSRMAIL - EPSTICKL UNAVAILABLE - NO TICKLER '
                      'FOR ' BRWR-PAN
           END-IF
           .

       A500-START-WORK-LIST.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
