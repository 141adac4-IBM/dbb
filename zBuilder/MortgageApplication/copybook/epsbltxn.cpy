      * EPSBLTXN.cpy
      * Balloon terms maintenance transaction record for EPSBLMNT -
      * an 'S' card books or changes the maturity date of a balloon
      * loan already on the servicing master (an extension is just a
      * later date), and an 'R' card takes the balloon off when the
      * note is modified to amortize to term. The maturity date is
      * the due date of the balloon installment, so it is always the
      * first of a month.

       01  BALLOON-TERMS-TRANSACTION.
           03 BLTXN-ACTION               PIC X.
              88 BLTXN-SET-MATURITY         VALUE 'S'.
              88 BLTXN-REMOVE-BALLOON       VALUE 'R'.
           03 BLTXN-PAN                  PIC X(10).
           03 BLTXN-MATURITY-DATE        PIC 9(8).
           03 BLTXN-USER-ID              PIC X(8).
           03 FILLER                     PIC X(3).
