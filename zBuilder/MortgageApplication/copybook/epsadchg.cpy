      * EPSADCHG.cpy
      * Borrower address change history - one record per mailing
      * address or phone change applied online through EPSCADCH,
      * keyed by PAN and the date and time of the change, carrying
      * the before and after values and the user who keyed it. An
      * address change is the classic first step in redirecting a
      * borrower's statements and payoff checks, so for thirty days
      * after one EPSPOFST holds the borrower's payoff statement
      * requests and EPSCKISS holds checks payable to the borrower
      * for review - both find the change by browsing this file on
      * PAN plus the start of the window.

       01  ADDRESS-CHANGE-RECORD.
           03 ADCH-KEY.
              05 ADCH-PAN                PIC X(10).
              05 ADCH-CHANGE-DATE        PIC 9(8).
              05 ADCH-CHANGE-TIME        PIC 9(6).
           03 ADCH-USER-ID               PIC X(8).
      * 'A' - THE MAILING ADDRESS CHANGED (THE PHONE MAY HAVE TOO).
      * 'P' - PHONE ONLY. NO HOLD, AND ONLY ONE CONFIRMATION LETTER.
           03 ADCH-CHANGE-TYPE           PIC X.
              88 ADCH-ADDRESS-CHANGE        VALUE 'A'.
              88 ADCH-PHONE-ONLY            VALUE 'P'.
      * VALUES ON EPSBRWRF BEFORE THE CHANGE.
           03 ADCH-OLD-VALUES.
              05 ADCH-OLD-ADDR-LINE-1    PIC X(30).
              05 ADCH-OLD-ADDR-LINE-2    PIC X(30).
              05 ADCH-OLD-CITY           PIC X(20).
              05 ADCH-OLD-STATE          PIC X(2).
              05 ADCH-OLD-ZIP            PIC X(9).
              05 ADCH-OLD-PHONE-NUM      PIC X(13).
      * VALUES AS KEYED AND APPLIED.
           03 ADCH-NEW-VALUES.
              05 ADCH-NEW-ADDR-LINE-1    PIC X(30).
              05 ADCH-NEW-ADDR-LINE-2    PIC X(30).
              05 ADCH-NEW-CITY           PIC X(20).
              05 ADCH-NEW-STATE          PIC X(2).
              05 ADCH-NEW-ZIP            PIC X(9).
              05 ADCH-NEW-PHONE-NUM      PIC X(13).
      * LAST DAY PAYOFF STATEMENTS AND BORROWER CHECKS ARE HELD -
      * THE CHANGE DATE PLUS 30. ZERO FOR A PHONE-ONLY CHANGE.
           03 ADCH-HOLD-END-DATE         PIC 9(8).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(11).
