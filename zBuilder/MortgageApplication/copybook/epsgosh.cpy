      * EPSGOSH.cpy
      * Gain-on-sale activity history record - the money movements of
      * one settled loan, appended by EPSGOSST. EPSGLPST reads the
      * day's records and posts each activity through its EPSGLMAP
      * pair:
      *   P GSPR  SALE PROCEEDS RECEIVED (PRICE PLUS PREMIUM LESS
      *           HOLDBACK)
      *   H GSHB  HOLDBACK DUE FROM THE INVESTOR
      *   C GSCV  LOAN CARRYING VALUE TAKEN OFF THE BOOKS
      *   M GSMS  RETAINED SERVICING ASSET CAPITALIZED
      *   G GSGN  GAIN ON SALE
      *   L GSLS  LOSS ON SALE

       01  GAIN-ON-SALE-HISTORY-RECORD.
           03 GOSH-PAN                   PIC X(10).
           03 GOSH-ACTIVITY              PIC X.
              88 GOSH-PROCEEDS              VALUE 'P'.
              88 GOSH-HOLDBACK              VALUE 'H'.
              88 GOSH-CARRYING-VALUE        VALUE 'C'.
              88 GOSH-MSR-CAPITALIZED       VALUE 'M'.
              88 GOSH-GAIN-ON-SALE          VALUE 'G'.
              88 GOSH-LOSS-ON-SALE          VALUE 'L'.
           03 GOSH-POOL-NUMBER           PIC X(6).
           03 GOSH-POST-DATE             PIC 9(8).
           03 GOSH-AMOUNT                PIC 9(9)V99.
           03 GOSH-SOURCE-PGM            PIC X(8).
           03 FILLER                     PIC X(16).
