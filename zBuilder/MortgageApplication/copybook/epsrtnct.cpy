      * EPSRTNCT.cpy
      * Refinance retention campaign control record for EPSRTNLD and
      * EPSRTNRS - one record, read at initialize, so the secondary
      * marketing desk can move the selection thresholds as rates
      * move without a program change.

       01  RETENTION-CAMPAIGN-CONTROL.
      * A LOAN IS A LEAD ONLY WHEN THE REPRICED P&I PAYMENT SAVES AT
      * LEAST THIS MUCH A MONTH...
           03 RTCTL-MIN-MONTHLY-SAVINGS  PIC 9(5)V99.
      * ...AND THE SAVINGS RECOVER THE STANDARD CLOSING COSTS BELOW
      * WITHIN THIS MANY MONTHS (THE EPSREFIN BREAK-EVEN).
           03 RTCTL-MAX-BREAKEVEN-MONTHS PIC 9(3).
           03 RTCTL-CLOSING-COSTS        PIC 9(7)V99.
      * HOW LONG A LEAD STAYS WITH ITS OFFICER WITH NO APPLICATION
      * BEFORE EPSRTNRS EXPIRES IT AND THE LOAN MAY BE SELECTED AGAIN.
           03 RTCTL-RESPONSE-DAYS        PIC 9(3).
           03 FILLER                     PIC X(8).
