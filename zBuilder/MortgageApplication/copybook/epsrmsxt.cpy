      * Investor remittance settlement extract record - one per
      * investor pool per month, written by EPSINVRM from the posted
      * payments on pooled loans. The net remittance is the principal
      * and interest collected less our retained servicing fee, plus
      * the P+I the servicer advanced on delinquent loans that month
      * (EPSPIADV) and less the earlier advances recovered out of the
      * month's collections.

       01  REMITTANCE-SETTLEMENT-RECORD.
           03 RMSXT-POOL-NUMBER          PIC X(6).
           03 RMSXT-SERVICE-FEE          PIC 9(7)V99.
           03 RMSXT-NET-REMITTANCE       PIC 9(9)V99.
           03 RMSXT-REMIT-DATE           PIC 9(8).
           03 RMSXT-ADVANCES-MADE        PIC 9(9)V99.
           03 RMSXT-ADVANCES-RECOVERED   PIC 9(9)V99.
