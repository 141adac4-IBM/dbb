      * EPSESPRJ.cpy
      * Initial escrow projection record - one per PAN, keyed by PAN,
      * written by EPSESIDS when the initial escrow account statement
      * goes out at boarding: the first twelve months of deposits,
      * tax and insurance disbursements and projected balances the
      * borrower was shown, with the cushion, the initial deposit and
      * the lowest projected balance. EPSESCAN reads it on the loan's
      * first annual analysis to set actual against projected, then
      * stamps the compared date so the comparison prints once.

       01  ESCROW-PROJECTION-RECORD.
           03 ESPRJ-PAN                  PIC X(10).
           03 ESPRJ-DISCLOSURE-DATE      PIC 9(8).
           03 ESPRJ-BOARDING-DATE        PIC 9(8).
      * THE ESCROW BALANCE THE LOAN BOARDED WITH.
           03 ESPRJ-INITIAL-DEPOSIT      PIC S9(7)V99.
           03 ESPRJ-ESCROW-MONTHLY       PIC 9(5)V99.
           03 ESPRJ-ANNUAL-TAX           PIC 9(7)V99.
           03 ESPRJ-ANNUAL-INSURANCE     PIC 9(7)V99.
      * ONE-SIXTH OF THE YEAR'S DISBURSEMENTS - THE RESPA LIMIT.
           03 ESPRJ-CUSHION              PIC 9(7)V99.
           03 ESPRJ-LOWEST-BALANCE       PIC S9(7)V99.
           03 ESPRJ-LOWEST-MONTH         PIC 9(6).
      * ZERO UNTIL THE FIRST ANNUAL ANALYSIS COMPARES IT.
           03 ESPRJ-COMPARED-DATE        PIC 9(8).
      * MONTH 1 IS THE MONTH OF THE FIRST PAYMENT.
           03 ESPRJ-MONTH OCCURS 12 TIMES.
              05 ESPRJ-MONTH-YYYYMM      PIC 9(6).
              05 ESPRJ-MONTH-DEPOSIT     PIC 9(5)V99.
              05 ESPRJ-MONTH-TAX         PIC 9(7)V99.
              05 ESPRJ-MONTH-INSURANCE   PIC 9(7)V99.
              05 ESPRJ-MONTH-BALANCE     PIC S9(7)V99.
           03 FILLER                     PIC X(28).
