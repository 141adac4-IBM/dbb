      * EPSRCVSL.cpy
      * Deficiency recovery sub-ledger record - one per charged-off
      * loan, keyed by PAN. Opened by EPSCHGOF with the written-off
      * deficiency (or by EPSREOMT when the sale of the loan's REO
      * property leaves one); EPSRCVPS posts any later recovery
      * collections against it, so what was written off and what came
      * back are provable from one record instead of disappearing from
      * the books.

       01  RECOVERY-SUBLEDGER-RECORD.
           03 RCVSL-PAN                  PIC X(10).
