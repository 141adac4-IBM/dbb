           03 POFRX-AMOUNT               PIC 9(9)V99.
           03 POFRX-GOOD-THRU-DATE       PIC 9(8).
           03 POFRX-WIRE-REFERENCE       PIC X(16).
      * 'S' WHEN THE FUNDS ARE SALE PROCEEDS FROM THE CLOSING TABLE,
      * AS THE PAYOFF STATEMENT REQUEST SAID - A PREPAYMENT PENALTY
      * WITH A SALE EXCEPTION IS THEN WAIVED, NOT COLLECTED. SPACE OR
      * 'R' FOR A REFINANCE.
           03 POFRX-PAYOFF-REASON        PIC X.
