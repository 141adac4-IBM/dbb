      * payment-posting run against the EPSSRVCF servicing master.
      * Keyed by PYTXN-PAN, the same PAN every other borrower file in
      * this system uses. One record per payment received, whatever
      * channel it arrived through - EPSLBXIN builds 'C' (check)
      * records from the lockbox capture, verifying the coupon scan
      * line first, and the bank's ACH settlement confirmation comes
      * back as 'A' (settled autopay draft) records so settled drafts
      * post exactly like any other payment. A one-time phone or web
      * payment is written as an 'A' record by EPSOTPAY the day it
      * is drafted, dated the day the borrower chose; the bank's
      * confirmation carries the EPSACHDR autopay drafts only.

       01  PAYMENT-TRANSACTION.
           03 PYTXN-PAN                  PIC X(10).
