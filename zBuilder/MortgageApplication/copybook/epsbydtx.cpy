      * EPSBYDTX.cpy
      * Temporary buydown boarding transaction for EPSBYDBD - one per
      * loan closed with a 2-1 or 3-2-1 buydown, keyed from the
      * closing package once the subsidy funds have arrived.

       01  BUYDOWN-TRANSACTION.
           03 BYDTX-PAN                  PIC X(10).
           03 BYDTX-YEAR-COUNT           PIC 9.
      * REDUCED P+I FOR YEARS 1-3; YEAR 3 IS ZERO ON A 2-1.
           03 BYDTX-REDUCED-PAYMENT      PIC 9(7)V99
                                         OCCURS 3 TIMES.
           03 BYDTX-FUNDED-AMOUNT        PIC 9(7)V99.
      * SAME CODES AS BYDN-FUNDED-BY-IND AND BYDN-UNUSED-TO-IND.
           03 BYDTX-FUNDED-BY-IND        PIC X.
           03 BYDTX-UNUSED-TO-IND        PIC X.
           03 BYDTX-FUNDER-NAME          PIC X(24).
           03 BYDTX-USER-ID              PIC X(8).
           03 FILLER                     PIC X(9).
