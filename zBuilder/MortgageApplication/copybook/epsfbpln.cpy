           03 FBPLN-PLAN-PAYMENT         PIC 9(7)V99.
           03 FBPLN-ADD-DATE             PIC 9(8).
           03 FBPLN-LAST-MAINT-DATE      PIC 9(8).
      * PAYMENT ORDER THE AGREEMENT SPECIFIES WHILE THE PLAN IS
      * ACTIVE - THE EPSWFALL BUCKET CODES (I P M E L), EACH ONCE.
      * SPACES LEAVE THE LOAN ON ITS EPSWFALL WATERFALL.
           03 FBPLN-PAYMENT-ORDER        PIC X(5).
