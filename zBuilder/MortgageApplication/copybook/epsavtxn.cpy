      * EPSAVTXN.cpy
      * Weekly APOR maintenance card for EPSAVMNT - one per loan term
      * from the published average prime offer rate survey. A term
      * not yet on EPSAVPR is added; an existing term's rate rolls to
      * the prior-rate fields and the card's rate becomes current,
      * provided the card is newer than the rate it replaces.

       01  APOR-MAINT-TRANSACTION.
           03 AVTXN-TERM-YEARS           PIC 9(2).
           03 AVTXN-RATE                 PIC 9(2)V9(3).
           03 AVTXN-EFFECTIVE-DATE       PIC 9(8).
           03 AVTXN-USER-ID              PIC X(8).
