      * loan whose jurisdiction's tax bill is coming due, written by
      * EPSTXDSB for the check-writing process. The loan is identified
      * by PAN - the parcel reference the jurisdiction needs travels
      * on the check-writing side's own payee file. EPSTXBIN writes
      * the same record (TXBNDSXT) for delinquent tax the shop pays
      * on a non-escrowed loan to protect the lien; the stream
      * concatenates it onto EPSTXDXT.

       01  TAX-DISBURSEMENT-EXTRACT-RECORD.
           03 TXDXT-PAYEE-NAME           PIC X(24).
