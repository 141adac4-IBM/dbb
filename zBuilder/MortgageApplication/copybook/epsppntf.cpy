      * EPSPPNTF.cpy
      * Prepayment penalty terms record - one per loan boarded with a
      * soft or hard prepayment penalty, keyed by PPN-PAN. EPSSVBLD
      * writes it from the EPSMRPTF terms when the loan boards and
      * sets SRV-PREPAY-PENALTY-IND on the servicing master. EPSPAYOF
      * prices the penalty into every payoff figure inside the term;
      * EPSPOFCP collects it when the payoff funds arrive and
      * EPSPYPST collects it on a curtailment that takes the loan
      * year's prepayments past the allowed threshold. Both keep the
      * loan-year accumulator below current and append what they
      * collect to EPSPPNH for the GL.

       01  PREPAY-PENALTY-TERMS-RECORD.
           03 PPN-PAN                    PIC X(10).
           03 PPN-PENALTY-TYPE           PIC X.
      * SOFT - WAIVED WHEN THE PAYOFF COMES FROM A SALE OF THE
      * PROPERTY. HARD - CHARGED WHATEVER THE REASON, UNLESS THE
      * NOTE CARRIES THE SALE EXCEPTION BELOW.
              88 PPN-SOFT-PENALTY           VALUE 'S'.
              88 PPN-HARD-PENALTY           VALUE 'H'.
           03 PPN-METHOD                 PIC X.
      * PERCENT OF THE EXCESS PREPAID, OR MONTHS OF INTEREST ON IT
      * AT THE NOTE RATE.
              88 PPN-PERCENT-METHOD         VALUE 'P'.
              88 PPN-INTEREST-METHOD        VALUE 'I'.
           03 PPN-PENALTY-PCT            PIC 9(2)V99.
           03 PPN-INTEREST-MONTHS        PIC 9(2).
      * PERCENT OF THE ORIGINAL PRINCIPAL THAT MAY BE PREPAID EACH
      * LOAN YEAR WITHOUT PENALTY.
           03 PPN-ALLOWED-PCT            PIC 9(2)V99.
           03 PPN-SALE-EXCEPT-IND        PIC X.
              88 PPN-SALE-EXCEPTION         VALUE 'Y'.
           03 PPN-TERM-MONTHS            PIC 9(3).
           03 PPN-START-DATE             PIC 9(8).
      * FIRST DAY A PREPAYMENT IS NO LONGER PENALIZED - THE START
      * DATE PLUS THE TERM MONTHS.
           03 PPN-EXPIRY-DATE            PIC 9(8).
           03 PPN-ORIGINAL-PRINCIPAL     PIC 9(9)V99.
      * THE LOAN YEAR NOW RUNNING (IT BEGINS ON AN ANNIVERSARY OF
      * THE START DATE) AND THE PRINCIPAL PREPAID IN IT SO FAR.
           03 PPN-YEAR-START-DATE        PIC 9(8).
           03 PPN-YEAR-PREPAID           PIC 9(9)V99.
           03 PPN-COLLECTED-TO-DATE      PIC 9(7)V99.
           03 PPN-LAST-MAINT-DATE        PIC 9(8).
           03 FILLER                     PIC X(11).
