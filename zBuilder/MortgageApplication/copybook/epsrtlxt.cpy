      * EPSRTLXT.cpy
      * Refinance retention lead extract - one record per loan
      * EPSRTNLD selects in the weekly campaign, assigned to the loan
      * officer who originated it (EPSAPPST) and that officer's
      * branch (EPSOFXRF). Sorted by officer downstream for the
      * branch call lists. Officer spaces means the loan was boarded
      * with no application on file and goes to the retention desk.

       01  RETENTION-LEAD-EXTRACT.
           03 RTLXT-PAN                  PIC X(10).
           03 RTLXT-LOAN-OFFICER         PIC X(8).
           03 RTLXT-BRANCH-CODE          PIC X(4).
           03 RTLXT-BORROWER-NAME        PIC X(30).
           03 RTLXT-PHONE-NUM            PIC X(13).
           03 RTLXT-PRINCIPAL-BALANCE    PIC 9(9)V99.
           03 RTLXT-CURRENT-RATE         PIC 9(3)V99.
           03 RTLXT-REMAINING-YEARS      PIC 9(2).
           03 RTLXT-CURRENT-PAYMENT      PIC 9(7)V99.
      * THE BEST EPSMSNPF RATE FOR THE BALANCE AND REMAINING TERM,
      * AND THE P&I PAYMENT AT THAT RATE OVER THE SAME TERM.
           03 RTLXT-OFFER-RATE           PIC 9(3)V99.
           03 RTLXT-OFFER-PAYMENT        PIC 9(7)V99.
           03 RTLXT-MONTHLY-SAVINGS      PIC 9(7)V99.
           03 RTLXT-BREAKEVEN-MONTHS     PIC 9(3).
           03 RTLXT-CAMPAIGN-DATE        PIC 9(8).
           03 FILLER                     PIC X(4).
