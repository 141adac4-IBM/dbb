      * EPSPPNH.cpy
      * Prepayment penalty history - appended, one record per penalty
      * collected on a curtailment by EPSPYPST or at payoff by
      * EPSPOFCP, and one per penalty EPSPOFCP waived because the
      * payoff came from a sale the terms exempt. EPSGLPST posts the
      * day's collections to the GL from here as fee income; a
      * waiver moves no money and is kept only for the audit trail.

       01  PREPAY-PENALTY-HISTORY-RECORD.
           03 PPNH-PAN                   PIC X(10).
           03 PPNH-ACTIVITY              PIC X.
              88 PPNH-CURTAILMENT           VALUE 'C'.
              88 PPNH-PAYOFF                VALUE 'P'.
              88 PPNH-WAIVED-ON-SALE        VALUE 'W'.
           03 PPNH-POST-DATE             PIC 9(8).
           03 PPNH-AMOUNT                PIC 9(7)V99.
      * THE PREPAYMENT THE PENALTY WAS FIGURED ON, AND THE PART OF IT
      * BEYOND THE LOAN YEAR'S ALLOWED THRESHOLD.
           03 PPNH-PREPAID-AMOUNT        PIC 9(9)V99.
           03 PPNH-EXCESS-AMOUNT         PIC 9(9)V99.
      * PROGRAM THAT POSTED THE PENALTY.
           03 PPNH-SOURCE-PGM            PIC X(8).
           03 FILLER                     PIC X(2).
