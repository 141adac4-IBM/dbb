       01  PAYOFF-REQUEST-RECORD.
           03 PORQ-PAN                   PIC X(10).
           03 PORQ-GOOD-THRU-DATE        PIC 9(8).
      * 'Y' WHEN SERVICING HAS REVIEWED A REQUEST EPSPOFST HELD FOR
      * A RECENT ONLINE ADDRESS CHANGE (BORROWER REACHED AT A NUMBER
      * ALREADY ON FILE) AND RESUBMITTED IT TO PRINT.
           03 PORQ-REVIEW-RELEASE-IND    PIC X.
              88 PORQ-REVIEW-RELEASED       VALUE 'Y'.
      * 'S' WHEN THE CLOSING IS A SALE OF THE PROPERTY - PASSED TO
      * EPSPAYOF SO A PREPAYMENT PENALTY THE TERMS WAIVE ON A SALE
      * IS SHOWN WAIVED. SPACE OR 'R' FOR A REFINANCE.
           03 PORQ-PAYOFF-REASON         PIC X.
