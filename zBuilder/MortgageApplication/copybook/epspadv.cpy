      * EPSPADV.cpy
      * Investor purchase advice record - one per loan the investor
      * bought at pool settlement, as received from the investor and
      * grouped by pool. EPSGOSST settles each against the loan's
      * carrying value: PADV-PRICE is per 100 of the unpaid principal
      * purchased, the servicing-released premium is paid only when
      * the servicing went with the loan (zero on a servicing-
      * retained sale, where EPSGOSST capitalizes the retained
      * servicing instead), and the holdback is the part of the
      * price the investor keeps back pending final documents.

       01  PURCHASE-ADVICE-RECORD.
           03 PADV-POOL-NUMBER           PIC X(6).
           03 PADV-PAN                   PIC X(10).
           03 PADV-SETTLEMENT-DATE       PIC 9(8).
           03 PADV-PURCHASED-UPB         PIC 9(9)V99.
           03 PADV-PRICE                 PIC 9(3)V9(4).
           03 PADV-SRP-AMOUNT            PIC 9(7)V99.
           03 PADV-HOLDBACK-AMOUNT       PIC 9(7)V99.
           03 FILLER                     PIC X(20).
