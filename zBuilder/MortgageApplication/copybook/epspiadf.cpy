      * EPSPIADF.cpy
      * Investor P+I advance balance - one record per pooled loan the
      * servicer has ever advanced on, keyed by PIAD-PAN. When a loan
      * assigned to an investor pool (EPSPLASN) is delinquent at the
      * monthly advance run, EPSPIADV advances the scheduled interest
      * and principal, less the servicing fee, to the investor out of
      * servicer funds and adds it here. EPSPYPST recovers the
      * advance first out of each installment the borrower later
      * pays, and EPSPOFCP recovers whatever is left at payoff.
      * EPSPIARP reports the cash tied up in advances by pool.

       01  PI-ADVANCE-RECORD.
           03 PIAD-PAN                   PIC X(10).
           03 PIAD-POOL-NUMBER           PIC X(6).
           03 PIAD-STATUS-IND            PIC X.
      * AN ADVANCE BALANCE IS OUTSTANDING.
              88 PIAD-OPEN                  VALUE 'O'.
      * EVERY ADVANCE HAS BEEN RECOVERED - REOPENED IF THE LOAN FALLS
      * DELINQUENT AGAIN.
              88 PIAD-CLOSED                VALUE 'C'.
      * FEE RATE FROM THE POOL ASSIGNMENT WHEN LAST ADVANCED, SO THE
      * RECOVERY NETS THE SAME FEE THE ADVANCE DID.
           03 PIAD-SERVICE-FEE-RATE      PIC 9V999.
           03 PIAD-ADVANCED-TO-DATE      PIC 9(9)V99.
           03 PIAD-RECOVERED-TO-DATE     PIC 9(9)V99.
           03 PIAD-BALANCE               PIC 9(9)V99.
      * INSTALLMENTS ADVANCED AND NOT YET RECOVERED.
           03 PIAD-INSTALLMENTS-OPEN     PIC 9(3).
      * YYYYMM OF THE LAST ADVANCE RUN THAT ADVANCED THIS LOAN - A
      * RERUN IN THE SAME MONTH DOES NOT ADVANCE IT TWICE.
           03 PIAD-LAST-ADVANCE-CYCLE    PIC 9(6).
      * DATE THE CURRENT OPEN BALANCE WAS FIRST ADVANCED.
           03 PIAD-OLDEST-OPEN-DATE      PIC 9(8).
           03 PIAD-LAST-ADVANCE-DATE     PIC 9(8).
           03 PIAD-LAST-RECOVERY-DATE    PIC 9(8).
           03 PIAD-LAST-MAINT-DATE       PIC 9(8).
           03 FILLER                     PIC X(5).
