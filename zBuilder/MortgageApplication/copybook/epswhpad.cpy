      * EPSWHPAD.cpy
      * Investor purchase advice - one per loan the investor has
      * bought and paid for out of an EPSPOOL delivery, off the
      * investor's purchase advice. EPSWHDLY clears each loan off
      * its warehouse line: the proceeds pay the bank its advance
      * and interest, and the rest is the shop's.

       01  PURCHASE-ADVICE-RECORD.
           03 WHPAD-PAN                  PIC X(10).
           03 WHPAD-POOL-NUMBER          PIC X(6).
           03 WHPAD-INVESTOR-NAME        PIC X(24).
           03 WHPAD-PURCHASE-DATE        PIC 9(8).
           03 WHPAD-PROCEEDS             PIC 9(9)V99.
           03 FILLER                     PIC X.
