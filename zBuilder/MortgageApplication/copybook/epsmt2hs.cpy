      * EPSMT2HS.cpy
      * Metro 2 reported-record archive - the EPSMT2XT record exactly
      * as EPSMTRO2 sent it, keyed by PAN and reporting cycle
      * (YYYYMM), one per loan per cycle. A rerun of the same cycle
      * replaces the cycle's record. EPSACDVP reads it to find what
      * was reported for the period a consumer disputes.

       01  METRO2-HISTORY-RECORD.
           03 MT2HS-KEY.
              05 MT2HS-PAN               PIC X(10).
              05 MT2HS-REPORT-CYCLE      PIC 9(6).
           03 MT2HS-ACCOUNT-STATUS       PIC X(2).
           03 MT2HS-CURRENT-BALANCE      PIC 9(9)V99.
           03 MT2HS-SCHEDULED-PAYMENT    PIC 9(7)V99.
           03 MT2HS-AMOUNT-PAST-DUE      PIC 9(7)V99.
           03 MT2HS-LAST-PAYMENT-DATE    PIC 9(8).
           03 MT2HS-SPECIAL-COMMENT      PIC X(2).
           03 MT2HS-CII                  PIC X.
           03 MT2HS-PAYMENT-HISTORY      PIC X(24).
           03 MT2HS-REPORT-DATE          PIC 9(8).
           03 MT2HS-COMPLIANCE-CODE      PIC X(2).
           03 FILLER                     PIC X(8).
