      * written by EPSACHDR for the bank transmission process to pick
      * up. The bank's settlement confirmation comes back as EPSPYTXN
      * records with PYTXN-SOURCE-IND 'A', so settled drafts post
      * through EPSPYPST exactly like lockbox payments. EPSOTPAY adds
      * the one-time phone and web debits - the payment and, as its
      * own record, the convenience fee - to the same transmission.

       01  ACH-DRAFT-EXTRACT-RECORD.
           03 ACHXT-PAN                  PIC X(10).
