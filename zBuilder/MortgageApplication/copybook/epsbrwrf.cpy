      * EPSBRWRF.cpy
      * Borrower master record - the one place in the system that
      * knows a borrower's name and mailing address, keyed by PAN the
      * same way every other borrower file is. Maintained by EPSBWMNT,
      * and online by EPSCADCH for the mailing address and phone; the
      * letter and statement runs (EPSDENLT, EPSBILST) pull the
      * name-and-address block from here so output leaves the shop
      * mailable instead of being matched by hand in the mailroom.
      * BRWR-LANGUAGE-CODE uses the same codes EPSMSGLK translates
           03 BRWR-LAST-MAINT-DATE       PIC 9(8).
      * RETURNED-MAIL BAD-ADDRESS FLAG - SET BY EPSRMAIL WHEN THE
      * MAILROOM KEYS A RETURNED PIECE, CLEARED AUTOMATICALLY WHEN
      * EPSBWMNT OR EPSCADCH APPLIES A NEW ADDRESS. WHILE SET,
      * EPSBILST HOLDS THE STATEMENT, EPSCPNBK THE COUPON BOOK, AND
      * EPSLGEN HOLDS EVERY LETTER THAT IS NOT ON ITS REQUIRED-NOTICE
      * LIST -
      * POSTAGE TO A KNOWN-BAD ADDRESS IS PURE WASTE.
           03 BRWR-BAD-ADDRESS-IND       PIC X.
              88 BRWR-BAD-ADDRESS           VALUE 'Y'.
           03 BRWR-BAD-ADDRESS-DATE      PIC 9(8).
      * OFAC SCREENING STATE - SET BY EPSBWMNT ON ADD/CHANGE AND BY
      * THE EPSSDNRS RESCREEN, LIFTED BY EPSSDNAP WHEN COMPLIANCE
      * CLEARS THE LAST OPEN MATCH. 'U' MEANS THE LIST WAS NOT
      * AVAILABLE WHEN THE BORROWER WAS MAINTAINED; THE NEXT RESCREEN
      * PICKS IT UP.
           03 BRWR-OFAC-IND              PIC X.
              88 BRWR-OFAC-CLEAR            VALUE SPACE.
              88 BRWR-OFAC-HOLD             VALUE 'H'.
              88 BRWR-OFAC-BLOCKED          VALUE 'B'.
              88 BRWR-OFAC-UNSCREENED       VALUE 'U'.
      * EMPLOYEE / INSIDER FLAG - SET THROUGH EPSBWMNT FROM HR AND
      * THE REG O INSIDER LIST. EPSACCUR FLAGS EVERY ONLINE INQUIRY
      * INTO A FLAGGED BORROWER'S LOAN FOR THE PRIVACY REVIEW.
           03 BRWR-INSIDER-IND           PIC X.
              88 BRWR-NOT-INSIDER           VALUE SPACE.
              88 BRWR-EMPLOYEE              VALUE 'E'.
              88 BRWR-INSIDER               VALUE 'I'.
      * EXPANSION SPACE.
           03 FILLER                     PIC X(1).
