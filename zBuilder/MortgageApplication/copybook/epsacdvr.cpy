      * EPSACDVR.cpy
      * Credit bureau dispute response record - one per ACDV answered
      * by EPSACDVP, sent back to the bureau's dispute system in
      * place of the hand-keyed portal answer. Carries the account
      * status and payment history profile as we now report them.

       01  ACDV-RESPONSE-RECORD.
           03 ACDVR-CONTROL-NUM          PIC X(12).
           03 ACDVR-BUREAU-CODE          PIC X.
           03 ACDVR-ACCOUNT-NUM          PIC X(10).
      * 'V' VERIFIED AS REPORTED, 'M' MODIFIED - THE STATUS AND
      * HISTORY BELOW REPLACE WHAT WAS REPORTED, 'N' ACCOUNT NOT
      * LOCATED OR NEVER REPORTED FOR THE DISPUTED CYCLE.
           03 ACDVR-RESPONSE-CODE        PIC X.
           03 ACDVR-ACCOUNT-STATUS       PIC X(2).
           03 ACDVR-PAYMENT-HISTORY      PIC X(24).
           03 ACDVR-CURRENT-BALANCE      PIC 9(9)V99.
           03 ACDVR-AMOUNT-PAST-DUE      PIC 9(7)V99.
           03 ACDVR-COMPLIANCE-CODE      PIC X(2).
           03 ACDVR-RESPONSE-DATE        PIC 9(8).
