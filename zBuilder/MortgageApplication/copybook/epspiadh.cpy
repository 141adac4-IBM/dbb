      * EPSPIADH.cpy
      * Investor P+I advance activity history - appended, one record
      * per movement on an EPSPIADF advance balance: each month's
      * advance by EPSPIADV and each recovery by EPSPYPST or, at
      * payoff, EPSPOFCP. EPSINVRM shows the month's advances and
      * recoveries on each pool's remittance, EPSGLPST posts the
      * day's movements to the advance receivable and EPSPIARP
      * totals them for treasury.

       01  PI-ADVANCE-HISTORY-RECORD.
           03 PIAH-PAN                   PIC X(10).
           03 PIAH-POOL-NUMBER           PIC X(6).
           03 PIAH-ACTIVITY              PIC X.
              88 PIAH-ADVANCED              VALUE 'A'.
              88 PIAH-RECOVERED             VALUE 'R'.
           03 PIAH-POST-DATE             PIC 9(8).
      * INSTALLMENT ADVANCED OR PAID - ZERO ON A PAYOFF RECOVERY.
           03 PIAH-DUE-DATE              PIC 9(8).
           03 PIAH-AMOUNT                PIC 9(7)V99.
           03 PIAH-BALANCE-AFTER         PIC 9(9)V99.
      * PROGRAM THAT POSTED THE MOVEMENT.
           03 PIAH-SOURCE-PGM            PIC X(8).
           03 FILLER                     PIC X(3).
