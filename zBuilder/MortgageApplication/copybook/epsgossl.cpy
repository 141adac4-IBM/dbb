      * EPSGOSSL.cpy
      * Loan sale settlement record - one per loan settled out of an
      * investor pool, keyed by PAN. Written by EPSGOSST from the
      * investor's EPSPADV purchase advice; its presence is what
      * stops a re-sent advice from settling the same loan twice.
      * Carries everything the gain or loss was struck from, so
      * secondary marketing can tie the loan-level gain back to the
      * advice, the books and the servicing valuation.

       01  LOAN-SALE-SETTLEMENT-RECORD.
           03 GOSSL-PAN                  PIC X(10).
           03 GOSSL-POOL-NUMBER          PIC X(6).
           03 GOSSL-INVESTOR-NAME        PIC X(24).
           03 GOSSL-LOAN-OFFICER         PIC X(8).
           03 GOSSL-SETTLEMENT-DATE      PIC 9(8).
      * WHAT THE INVESTOR PAID - THE PRICE ON THE PRINCIPAL IT BOUGHT,
      * ANY SERVICING-RELEASED PREMIUM, AND THE HOLDBACK KEPT BACK.
           03 GOSSL-PURCHASED-UPB        PIC 9(9)V99.
           03 GOSSL-PRICE                PIC 9(3)V9(4).
           03 GOSSL-PRICE-PROCEEDS       PIC 9(9)V99.
           03 GOSSL-SRP-AMOUNT           PIC 9(7)V99.
           03 GOSSL-HOLDBACK-AMOUNT      PIC 9(7)V99.
      * THE CARRYING VALUE - BOOK PRINCIPAL PLUS DEFERRED COSTS LESS
      * DEFERRED FEES.
           03 GOSSL-BOOK-PRINCIPAL       PIC 9(9)V99.
           03 GOSSL-DEFERRED-FEES        PIC 9(7)V99.
           03 GOSSL-DEFERRED-COSTS       PIC 9(7)V99.
           03 GOSSL-CARRYING-VALUE       PIC S9(9)V99.
      * RETAINED SERVICING CAPITALIZED FROM THE EPSMSRLV VALUATION -
      * ZERO ON A SERVICING-RELEASED SALE. 'N' IN GOSSL-MSR-VALUED-IND
      * WHEN THE LOAN WAS RETAINED BUT HAD NO VALUATION TO USE.
           03 GOSSL-MSR-CAPITALIZED      PIC 9(7)V99.
           03 GOSSL-MSR-VALUED-IND       PIC X.
              88 GOSSL-MSR-NOT-VALUED       VALUE 'N'.
      * POSITIVE A GAIN, NEGATIVE A LOSS.
           03 GOSSL-GAIN-LOSS            PIC S9(9)V99.
           03 GOSSL-POST-DATE            PIC 9(8).
           03 FILLER                     PIC X(28).
