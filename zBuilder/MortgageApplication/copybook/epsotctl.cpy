      * EPSOTCTL.cpy
      * One-time payment control record for EPSOTPAY - one record,
      * read at initialize, so servicing can change the convenience
      * fee or the payment limits without a program change.

       01  ONE-TIME-PAYMENT-CONTROL.
      * FLAT CONVENIENCE FEE DRAFTED WITH EVERY ONE-TIME PAYMENT A
      * REP DOES NOT WAIVE. ZERO MEANS NO FEE.
           03 OTCTL-CONV-FEE-AMOUNT      PIC 9(3)V99.
      * SMALLEST AND LARGEST SINGLE PAYMENT ACCEPTED. A ZERO MAXIMUM
      * MEANS NO CEILING BEYOND THE LOAN'S OWN PAYOFF LIMIT.
           03 OTCTL-MIN-AMOUNT           PIC 9(5)V99.
           03 OTCTL-MAX-AMOUNT           PIC 9(7)V99.
      * HOW FAR AHEAD OF TODAY A BORROWER MAY DATE A PAYMENT.
           03 OTCTL-MAX-DAYS-AHEAD       PIC 9(3).
           03 FILLER                     PIC X(6).
