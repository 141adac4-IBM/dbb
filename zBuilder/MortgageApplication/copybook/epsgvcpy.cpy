      * EPSGVCPY.cpy
      * Government claim payment advice - one per claim the agency
      * has paid (HUD, the VA or USDA), keyed in from the agency's
      * remittance. EPSGVCLM matches it to the filed claim on
      * EPSGOVLN by PAN and case number, marks the claim paid and
      * passes the money on as a recovery receipt for EPSRCVPS.

       01  GOVT-CLAIM-PAYMENT-RECORD.
           03 GVCPY-PAN                  PIC X(10).
           03 GVCPY-CASE-NUMBER          PIC X(12).
           03 GVCPY-PAID-DATE            PIC 9(8).
           03 GVCPY-PAID-AMOUNT          PIC 9(9)V99.
           03 GVCPY-USER-ID              PIC X(8).
           03 FILLER                     PIC X(1).
