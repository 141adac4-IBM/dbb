      * EPSCRTIR.cpy
      * Credit-score pricing tier record - one per tier, carrying the
      * lowest score that reaches the tier and the basis points the
      * tier moves the rate by. Externalized like EPSLLPAG so the
      * secondary desk reprices a tier without a program change. The
      * tiers are the ones EPSCRRFS alerts on (1 is best: 760 up,
      * 720, 680, 640, the rest); a score lands in the tier with the
      * highest minimum it reaches. Loaded once per run by EPSFLPDA
      * to reprice each locked application.

       01  CREDIT-TIER-RECORD.
           03 CRTIR-TIER                 PIC 9.
           03 CRTIR-MIN-SCORE            PIC 9(3).
      * '-' FOR A CREDIT (RATE DOWN), OTHERWISE SPACE OR '+' - THE
      * SAME SIGN CONVENTION AS LLPAG-ADJ-SIGN.
           03 CRTIR-ADJ-SIGN             PIC X.
           03 CRTIR-ADJ-BP               PIC 9(4).
           03 FILLER                     PIC X(11).
