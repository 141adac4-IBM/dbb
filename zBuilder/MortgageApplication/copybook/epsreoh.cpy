      * EPSREOH.cpy
      * REO activity history record - one per money movement on an
      * REO property, appended by EPSREOMT. EPSGLPST reads the day's
      * records and posts each activity through its EPSGLMAP pair:
      *   A REOA  PROPERTY BOOKED AT ITS ACQUISITION VALUE
      *   W REOW  PRINCIPAL THE ACQUISITION VALUE DID NOT COVER
      *   H REOH  HOLDING COST PAID
      *   S REOS  NET SALE PROCEEDS
      *   L REOL  LOSS ON SALE AGAINST THE CARRYING VALUE
      *   G REOG  GAIN ON SALE AGAINST THE CARRYING VALUE

       01  REO-HISTORY-RECORD.
           03 REOH-PAN                   PIC X(10).
           03 REOH-ACTIVITY              PIC X.
              88 REOH-ACQUIRED              VALUE 'A'.
              88 REOH-WRITTEN-DOWN          VALUE 'W'.
              88 REOH-HOLDING-COST          VALUE 'H'.
              88 REOH-SALE-PROCEEDS         VALUE 'S'.
              88 REOH-LOSS-ON-SALE          VALUE 'L'.
              88 REOH-GAIN-ON-SALE          VALUE 'G'.
      * HOLDING COST TYPE ON AN 'H' - THE EPSREOTX CODES.
           03 REOH-COST-TYPE             PIC X.
           03 REOH-POST-DATE             PIC 9(8).
           03 REOH-AMOUNT                PIC 9(9)V99.
           03 REOH-SOURCE-PGM            PIC X(8).
           03 FILLER                     PIC X(21).
