      * EPSMSRLV.cpy
      * Loan-level MSR valuation record - one per active loan valued
      * by the latest EPSMSRVL run, keyed by PAN and rebuilt whole
      * each run. Carries the balance and fee strip the value was
      * struck on, so EPSGOSST can scale the value to the principal
      * actually sold and the fee the pool actually retains when it
      * capitalizes the servicing kept on a sale.

       01  MSR-LOAN-VALUATION-RECORD.
           03 MSRLV-PAN                  PIC X(10).
           03 MSRLV-VALUATION-DATE       PIC 9(8).
           03 MSRLV-BALANCE              PIC 9(9)V99.
           03 MSRLV-FEE-RATE             PIC 9(1)V9(4).
           03 MSRLV-LIFE-YEARS           PIC 9(2).
           03 MSRLV-VALUE                PIC 9(9)V99.
           03 FILLER                     PIC X(13).
