      * EPSNTCTL.cpy
      * Payment-notification control record for EPSNTFEX, the daily
      * text and email notification extract. One record, read at
      * initialize - the timing lives here rather than as compiled
      * literals, the EPSLCCTL way, so servicing can move the
      * reminder or the quiet hours without a program change.

       01  NOTIFICATION-CONTROL-RECORD.
      * DAYS BEFORE SRV-NEXT-DUE-DATE THE REMINDER GOES TO A LOAN NOT
      * ON AUTOPAY. ZERO SENDS NO REMINDERS.
           03 NTCTL-REMINDER-DAYS        PIC 9(2).
      * DAYS PAST DUE THE COURTESY NOTICE GOES OUT. IT MUST LAND
      * BEFORE THE LATE CHARGE, SO EPSNTFEX PULLS IT BACK TO THE LAST
      * DAY OF THE EPSLCCTL GRACE PERIOD WHEN IT WOULD NOT. ZERO
      * SENDS NO COURTESY NOTICES.
           03 NTCTL-COURTESY-DAY         PIC 9(2).
      * QUIET HOURS IN THE BORROWER'S OWN TIME, HHMM ON A 24-HOUR
      * CLOCK - NOTHING MAY BE DELIVERED FROM THE START TIME UNTIL
      * THE END TIME THE NEXT MORNING (2100 AND 0800 AS SHIPPED).
           03 NTCTL-QUIET-START-TIME     PIC 9(4).
           03 NTCTL-QUIET-END-TIME       PIC 9(4).
      * 'Y' ALSO SENDS THE DRAFT CONFIRMATION THE DAY BEFORE EPSACHDR
      * PULLS AN AUTOPAY LOAN'S PAYMENT.
           03 NTCTL-ACH-CONFIRM-IND      PIC X.
              88 NTCTL-ACH-CONFIRM-ON       VALUE 'Y'.
           03 FILLER                     PIC X(7).
