      * EPSFCMT.cpy
      * Forward commitment master - one record per mandatory forward
      * sale the secondary desk signs with an investor: the amount
      * committed, the price, and the date delivery must be complete
      * by. Kept by EPSFCMNT; EPSPOOL adds each pool it delivers
      * against the commitment named on its EPSPLCTL control record;
      * EPSFCPOS reports the daily position and, at expiration,
      * pairs off whatever was not delivered at the desk's latest
      * market price. Prices are percent of par - the EPSINVPR
      * convention.

       01  FORWARD-COMMITMENT-RECORD.
           03 FCMT-COMMITMENT-ID         PIC X(8).
           03 FCMT-INVESTOR-NAME         PIC X(24).
           03 FCMT-STATUS-IND            PIC X.
              88 FCMT-OPEN                  VALUE 'O'.
              88 FCMT-FILLED                VALUE 'F'.
              88 FCMT-PAIRED-OFF            VALUE 'P'.
              88 FCMT-CANCELLED             VALUE 'C'.
           03 FCMT-TRADE-DATE            PIC 9(8).
           03 FCMT-EXPIRATION-DATE       PIC 9(8).
           03 FCMT-COMMITTED-AMOUNT      PIC 9(11)V99.
           03 FCMT-COMMIT-PRICE          PIC 9(3)V9(3).
      * PRINCIPAL DELIVERED SO FAR - THE SUM OF EVERY EPSPOOL RUN
      * APPLIED TO THIS COMMITMENT, AND THE LAST OF THOSE POOLS.
           03 FCMT-DELIVERED-AMOUNT      PIC 9(11)V99.
           03 FCMT-LAST-POOL-NUMBER      PIC X(6).
           03 FCMT-LAST-DELIVERY-DATE    PIC 9(8).
      * THE DESK'S LATEST MARK FOR THIS COMMITMENT'S COUPON AND
      * SETTLEMENT MONTH - AN EPSFCMNT 'M' TRANSACTION.
           03 FCMT-MARKET-PRICE          PIC 9(3)V9(3).
           03 FCMT-MARKET-PRICE-DATE     PIC 9(8).
      * SET BY EPSFCPOS WHEN THE COMMITMENT IS PAIRED OFF - THE
      * SHORTFALL TIMES THE PRICE MOVE. A FEE WHEN THE MARKET ROSE
      * ABOVE THE COMMITMENT PRICE, A GAIN WHEN IT FELL BELOW.
           03 FCMT-PAIROFF-AMOUNT        PIC 9(11)V99.
           03 FCMT-PAIROFF-IND           PIC X.
              88 FCMT-PAIROFF-FEE           VALUE 'F'.
              88 FCMT-PAIROFF-GAIN          VALUE 'G'.
           03 FCMT-CLOSED-DATE           PIC 9(8).
           03 FCMT-LAST-MAINT-DATE       PIC 9(8).
           03 FCMT-USER-ID               PIC X(8).
           03 FILLER                     PIC X(3).
