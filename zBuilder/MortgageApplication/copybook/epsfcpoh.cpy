      * EPSFCPOH.cpy
      * Forward commitment pair-off history - one record per
      * commitment EPSFCPOS pairs off at expiration with a shortfall
      * and a price move. EPSGLPST reads the day's records and posts
      * each through its EPSGLMAP pair:
      *   F POFF  PAIR-OFF FEE OWED THE INVESTOR
      *   G POGN  PAIR-OFF GAIN DUE FROM THE INVESTOR

       01  PAIROFF-HISTORY-RECORD.
           03 FCPOH-COMMITMENT-ID        PIC X(8).
           03 FCPOH-ACTIVITY             PIC X.
              88 FCPOH-PAIROFF-FEE          VALUE 'F'.
              88 FCPOH-PAIROFF-GAIN         VALUE 'G'.
           03 FCPOH-POST-DATE            PIC 9(8).
           03 FCPOH-AMOUNT               PIC 9(9)V99.
      * THE UNDELIVERED PRINCIPAL AND THE TWO PRICES THE AMOUNT CAME
      * FROM.
           03 FCPOH-SHORTFALL            PIC 9(11)V99.
           03 FCPOH-COMMIT-PRICE         PIC 9(3)V9(3).
           03 FCPOH-MARKET-PRICE         PIC 9(3)V9(3).
           03 FCPOH-SOURCE-PGM           PIC X(8).
           03 FILLER                     PIC X(9).
