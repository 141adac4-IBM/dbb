      * EPSDSBRQ.cpy
      * Generic disbursement request record - anything that owes a
      * borrower or a payee a check and is not the tax extract:
      * EPSPOFCP's escrow refunds at payoff, EPSLDRFT's staged
      * releases of held hazard claim proceeds, EPSREOMT's REO
      * holding costs and the tax EPSTXDSB pays on REO property,
      * EPSVNINV's matched vendor invoices, and whatever else needs
      * paying. EPSCKISS reads these
      * alongside EPSTXDXT, assigns a check number, and writes the
      * EPSCKREG register record and the positive-pay extract line.

       01  DISBURSEMENT-REQUEST-RECORD.
           03 DSBRQ-PAN                  PIC X(10).
