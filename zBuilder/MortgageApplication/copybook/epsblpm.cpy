      * EPSBLPM.cpy
      * Call linkage record for EPSBLAMT - the shared balloon
      * calculation, callable in the same one-call style as EPSLLPA.
      * The caller supplies the balance, note rate and level P+I
      * payment and how many regular installments are paid before
      * the maturity installment; the answer is the unpaid balance
      * left after them (the balloon) and the final installment at
      * maturity - one more month's interest plus that balance. The
      * quote path, the maturity notices and the final bill all
      * price the balloon through here so the borrower is quoted,
      * noticed and billed the same figure.

       01  EPSBLAMT-PARMS.
      * INPUT
           03 EPSBLAMT-BALANCE          PIC S9(9)V99 COMP.
      * ANNUAL NOTE RATE IN PERCENT UNITS - 6.5 IS 6.500.
           03 EPSBLAMT-NOTE-RATE        PIC S9(3)V9(3) COMP.
           03 EPSBLAMT-PI-PAYMENT       PIC S9(7)V99 COMP.
           03 EPSBLAMT-REGULAR-PAYMENTS PIC S9(4) COMP.
      * OUTPUT
           03 EPSBLAMT-BALLOON-BALANCE  PIC S9(9)V99 COMP.
           03 EPSBLAMT-FINAL-PAYMENT    PIC S9(9)V99 COMP.
           03 EPSBLAMT-RETURN-CODE      PIC 9(2).
              88 EPSBLAMT-SUCCESS          VALUE 0.
      * THE LEVEL PAYMENT PAID THE LOAN OFF BEFORE MATURITY - THERE
      * IS NO BALLOON; BOTH OUTPUTS ARE ZERO.
              88 EPSBLAMT-NO-BALLOON       VALUE 1.
              88 EPSBLAMT-BAD-REQUEST      VALUE 2.
