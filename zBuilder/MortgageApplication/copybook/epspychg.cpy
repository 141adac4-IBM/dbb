      * EPSPYCHG.cpy
      * Payment change record - one per loan whose monthly payment
      * a servicing run has just changed: EPSESCAN when the annual
      * escrow analysis sets a new escrow payment (ESCNPCHG), EPSARMRS
      * when it notices an ARM rate reset (ARMRPCHG). The stream
      * concatenates both onto EPSBKPOC's EPSPYCHG input, where the
      * changes on loans in a Chapter 13 bankruptcy become the Rule
      * 3002.1(b) notice of mortgage payment change. Written for
      * every loan so the writers never need to know about
      * bankruptcy; the reader does the filtering.

       01  PAYMENT-CHANGE-RECORD.
           03 PYCHG-PAN                  PIC X(10).
           03 PYCHG-SOURCE-IND           PIC X.
              88 PYCHG-ESCROW-ANALYSIS      VALUE 'E'.
              88 PYCHG-ARM-RESET            VALUE 'A'.
      * THE DAY THE CHANGE WAS DETERMINED, AND THE DUE DATE OF THE
      * FIRST PAYMENT IN THE NEW AMOUNT.
           03 PYCHG-CHANGE-DATE          PIC 9(8).
           03 PYCHG-EFFECTIVE-DATE       PIC 9(8).
      * RATES ARE EQUAL, AND P&I UNCHANGED, ON AN ESCROW CHANGE; THE
      * ESCROW PAYMENT IS UNCHANGED ON AN ARM RESET.
           03 PYCHG-OLD-RATE             PIC 9(3)V99.
           03 PYCHG-NEW-RATE             PIC 9(3)V99.
           03 PYCHG-OLD-PI-PAYMENT       PIC 9(7)V99.
           03 PYCHG-NEW-PI-PAYMENT       PIC 9(7)V99.
           03 PYCHG-OLD-ESCROW-MONTHLY   PIC 9(7)V99.
           03 PYCHG-NEW-ESCROW-MONTHLY   PIC 9(7)V99.
           03 PYCHG-PMI-MONTHLY          PIC 9(7)V99.
           03 FILLER                     PIC X(8).
