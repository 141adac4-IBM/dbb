      * EPSCADVH.cpy
      * Corporate advance activity history - appended, one record per
      * movement on an EPSCADVF advance balance: advances and credits
      * posted by EPSCAPST, recoveries taken by EPSPYPST and at payoff
      * by EPSPOFCP, write-offs at charge-off by EPSCHGOF. EPSGLPST
      * posts the day's advances and recoveries to the GL from here;
      * escrow-carried activity is skipped there because the escrow
      * entries already carry it.

       01  CORP-ADVANCE-HISTORY-RECORD.
           03 CAHST-PAN                  PIC X(10).
           03 CAHST-TYPE                 PIC X.
           03 CAHST-ACTIVITY             PIC X.
              88 CAHST-ADVANCED             VALUE 'A'.
              88 CAHST-CREDITED             VALUE 'C'.
              88 CAHST-RECOVERED            VALUE 'R'.
              88 CAHST-WRITTEN-OFF          VALUE 'W'.
           03 CAHST-ESCROW-CARRIED-IND   PIC X.
              88 CAHST-ESCROW-CARRIED       VALUE 'Y'.
           03 CAHST-POST-DATE            PIC 9(8).
           03 CAHST-AMOUNT               PIC 9(7)V99.
           03 CAHST-BALANCE-AFTER        PIC 9(9)V99.
      * PROGRAM THAT POSTED THE MOVEMENT.
           03 CAHST-SOURCE-PGM           PIC X(8).
           03 CAHST-REFERENCE            PIC X(12).
           03 FILLER                     PIC X(3).
