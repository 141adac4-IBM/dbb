      * EPSTXWQ.cpy
      * Delinquent-tax work-queue record - one per tax-delinquency
      * notice EPSTXBIN applies. The tax desk works it daily: a
      * non-escrowed borrower is contacted for proof of payment, an
      * advance made to stop a tax sale is followed up for recovery,
      * and a notice on an escrowed loan means a bill the escrow
      * account should have paid went unpaid.

       01  TAX-WORK-QUEUE-RECORD.
           03 TXWQ-PAN                   PIC X(10).
           03 TXWQ-REASON                PIC X.
      * NON-ESCROWED, NO SALE DATE CLOSE ENOUGH YET TO FORCE PAYMENT.
              88 TXWQ-CONTACT-BORROWER      VALUE 'D'.
      * NON-ESCROWED, PAID BY THE SHOP TO PROTECT THE LIEN.
              88 TXWQ-ADVANCED              VALUE 'A'.
      * ESCROWED, OR AN REO PROPERTY THE SHOP OWNS - THE SHOP SHOULD
      * ALREADY HAVE PAID THIS.
              88 TXWQ-ESCROW-MISSED         VALUE 'E'.
           03 TXWQ-PARCEL-NUMBER         PIC X(20).
           03 TXWQ-TAX-YEAR              PIC 9(4).
           03 TXWQ-DELINQUENT-AMOUNT     PIC 9(7)V99.
           03 TXWQ-TAX-SALE-DATE         PIC 9(8).
           03 TXWQ-ADVANCE-AMOUNT        PIC 9(7)V99.
           03 TXWQ-EXTRACT-DATE          PIC 9(8).
           03 FILLER                     PIC X(11).
