           03 FBTX-END-DATE              PIC 9(8).
           03 FBTX-PLAN-PAYMENT          PIC 9(7)V99.
           03 FBTX-USER-ID               PIC X(8).
      * THE AGREEMENT'S PAYMENT ORDER, IF IT SPECIFIES ONE - SEE
      * FBPLN-PAYMENT-ORDER. SPACES FOR THE LOAN'S NORMAL WATERFALL.
           03 FBTX-PAYMENT-ORDER         PIC X(5).
