      * Charge-off transaction record for EPSCHGOF - keyed when the
      * foreclosure sale closes short. Carries the sale proceeds and
      * the servicer advances outstanding; the deficiency is computed
      * against the loan's live principal balance. The disposition
      * type says whether the property went at the foreclosure sale
      * or a short sale - on a government loan it goes onto the
      * EPSGOVLN claim.

       01  CHARGE-OFF-TRANSACTION.
           03 COTX-PAN                   PIC X(10).
           03 COTX-ADVANCES              PIC 9(7)V99.
           03 COTX-SALE-DATE             PIC 9(8).
           03 COTX-USER-ID               PIC X(8).
           03 COTX-DISPOSITION-TYPE      PIC X.
              88 COTX-FORECLOSURE-SALE      VALUE SPACE, 'F'.
              88 COTX-SHORT-SALE            VALUE 'S'.
