      * EPSOTPRG.cpy
      * One-time payment register - one record per accepted one-time
      * ACH payment, keyed by PAN and the payment date the borrower
      * chose, so a second payment for the same loan and day is
      * refused at intake. Written by EPSOTPAY when the request is
      * accepted and marked sent the day the draft goes to the bank;
      * EPSACHRT reads it to recognize a returned convenience-fee
      * draft. Kept after the draft is sent as the record of what
      * the borrower authorized.

       01  ONE-TIME-PAYMENT-REGISTER.
           03 OTPRG-KEY.
              05 OTPRG-PAN               PIC X(10).
              05 OTPRG-PAYMENT-DATE      PIC 9(8).
           03 OTPRG-STATUS-IND           PIC X.
              88 OTPRG-SCHEDULED            VALUE 'P'.
              88 OTPRG-SENT                 VALUE 'S'.
      * THE LOAN WAS NO LONGER ACTIVE ON THE PAYMENT DATE - NOTHING
      * WAS DRAFTED.
              88 OTPRG-CANCELLED            VALUE 'C'.
           03 OTPRG-CHANNEL-IND          PIC X.
           03 OTPRG-PAYMENT-AMOUNT       PIC 9(7)V99.
      * ZERO WHEN WAIVED OR WHEN NO FEE WAS IN FORCE.
           03 OTPRG-FEE-AMOUNT           PIC 9(3)V99.
           03 OTPRG-FEE-WAIVED-IND       PIC X.
              88 OTPRG-FEE-WAIVED           VALUE 'Y'.
           03 OTPRG-REP-ID               PIC X(8).
           03 OTPRG-ROUTING-NUMBER       PIC X(9).
           03 OTPRG-ACCOUNT-NUMBER       PIC X(17).
           03 OTPRG-CONFIRMATION-NUM     PIC X(12).
           03 OTPRG-TAKEN-DATE           PIC 9(8).
           03 OTPRG-SENT-DATE            PIC 9(8).
           03 FILLER                     PIC X(3).
