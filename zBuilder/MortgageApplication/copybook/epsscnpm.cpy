      * EPSSCNPM.cpy
      * Call linkage record for EPSSCNCD - the coupon scan-line check
      * digit, callable in the same one-call style as EPSBLAMT. The
      * scan line is the machine-readable line at the foot of every
      * EPSCPNBK payment coupon: the PAN, the amount due and one
      * check digit over the two. EPSCPNBK calls with GENERATE to
      * print it; EPSLBXIN calls with VERIFY on the line the lockbox
      * scanner read back, so a misread PAN or amount is caught
      * before it can post to the wrong loan.

       01  EPSSCNCD-PARMS.
      * INPUT
           03 EPSSCNCD-FUNCTION         PIC X.
              88 EPSSCNCD-GENERATE         VALUE 'G'.
              88 EPSSCNCD-VERIFY           VALUE 'V'.
      * GENERATE FILLS THE CHECK DIGIT; VERIFY CHECKS THE ONE GIVEN.
           03 EPSSCNCD-SCAN-LINE        PIC X(20).
           03 EPSSCNCD-SCAN-FIELDS REDEFINES EPSSCNCD-SCAN-LINE.
              05 EPSSCNCD-PAN           PIC X(10).
              05 EPSSCNCD-AMOUNT        PIC 9(7)V99.
              05 EPSSCNCD-CHECK-DIGIT   PIC 9.
      * OUTPUT
           03 EPSSCNCD-RETURN-CODE      PIC 9(2).
              88 EPSSCNCD-SUCCESS          VALUE 0.
      * VERIFY ONLY - THE LINE READ CLEANLY BUT THE DIGIT DISAGREES.
              88 EPSSCNCD-CHECK-FAILED     VALUE 1.
      * A CHARACTER THE SCAN LINE CANNOT CARRY, A NON-NUMERIC AMOUNT
      * OR CHECK DIGIT, OR AN UNKNOWN FUNCTION.
              88 EPSSCNCD-BAD-REQUEST      VALUE 2.
