      *
      *       O - OPENS THE CASE, SEEDING THE REQUIRED-DOCUMENTS LIST
      *           FROM THE REQUESTED OPTION THE WAY EPSDCMNT SEEDS
      *           THE ORIGINATION CHECKLIST FROM THE LOAN TYPE, AND
      *           PUTS A FOLLOW-UP FOR THE MISSING DOCUMENTS ON THE
      *           LOSS-MIT GROUP'S EPSTICKL QUEUE THROUGH EPSTKLWR.
      *       R - RECORDS A DOCUMENT RECEIVED; WHEN THE LAST REQUIRED
      *           ITEM ARRIVES THE COMPLETE-PACKAGE DATE IS STAMPED
      *           AND THE REGULATORY DECISION CLOCK STARTS.
              05 FILLER                   PIC X(12) VALUE 'ERRORS:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.

      *    PARAMETER AREA FOR THE SHARED EPSTKLWR TICKLER SERVICE -
      *    SEE A370-RAISE-TICKLER.
           COPY EPSTKLPM.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.
           ELSE
              WRITE LOSS-MITIGATION-CASE-RECORD
           END-IF.
           PERFORM A370-RAISE-TICKLER.
           MOVE 'CASE OPENED - DOCUMENT LIST SEEDED' TO DTL-RESULT
           .

           MOVE 0   TO LMCSE-RECEIVED-DATE(LMCSE-ITEM-COUNT)
           .

      *    EVERY SEEDED DOCUMENT IS OUTSTANDING THE DAY THE CASE
      *    OPENS. THE BORROWER IS GIVEN FOURTEEN DAYS TO SEND THE
      *    PACKAGE; THE FOLLOW-UP FALLS DUE THEN SO LOSS MIT CHASES
      *    WHAT HAS NOT ARRIVED.
       A370-RAISE-TICKLER.
           SET EPSTKLWR-CREATE TO TRUE.
           MOVE 'EPSLMCMT' TO EPSTKLWR-CALLER-ID.
           MOVE LMCSE-PAN  TO EPSTKLWR-PAN.
           MOVE 'LMDC'     TO EPSTKLWR-REASON-CODE.
           MOVE 'LMIT'     TO EPSTKLWR-WORK-GROUP.
           MOVE SPACES     TO EPSTKLWR-ASSIGNED-USER.
           MOVE 14         TO EPSTKLWR-DUE-DAYS.
           MOVE 'LOSS MIT CASE OPEN - CHASE MISSING DOCUMENTS'
                           TO EPSTKLWR-DESCRIPTION.
           CALL 'EPSTKLWR' USING EPSTKLWR-PARMS.
           IF EPSTKLWR-FILE-ERROR
              DISPLAY 'EPSLMCMT - EPSTICKL UNAVAILABLE - NO TICKLER '
                      'FOR ' LMCSE-PAN
           END-IF
           .

       A400-RECORD-DOCUMENT.
           IF NOT CASE-ON-FILE
              MOVE 2 TO WS-VALIDATION-INDICATOR
