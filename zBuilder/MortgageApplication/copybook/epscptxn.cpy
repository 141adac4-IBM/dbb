      * EPSCPTXN.cpy
      * Communication-preference maintenance transaction record for
      * EPSCPMNT - the EPSBKTXN transaction shape. ADD and CHANGE key
      * the whole preference (both consents, the contact points, the
      * preferred channel and time zone); REVOKE withdraws both
      * consents at the borrower's request but keeps the record for
      * the consent history.

       01  COMM-PREF-MAINT-TRANSACTION.
           03 CPTX-ACTION                PIC X.
              88 CPTX-ADD                   VALUE 'A'.
              88 CPTX-CHANGE                VALUE 'C'.
              88 CPTX-REVOKE                VALUE 'R'.
           03 CPTX-PAN                   PIC X(10).
           03 CPTX-TEXT-CONSENT-IND      PIC X.
              88 CPTX-TEXT-CONSENTED        VALUE 'Y'.
           03 CPTX-MOBILE-PHONE          PIC X(13).
           03 CPTX-EMAIL-CONSENT-IND     PIC X.
              88 CPTX-EMAIL-CONSENTED       VALUE 'Y'.
           03 CPTX-EMAIL-ADDRESS         PIC X(60).
           03 CPTX-PREFERRED-CHANNEL     PIC X.
           03 CPTX-TIME-ZONE             PIC X.
           03 CPTX-USER-ID               PIC X(8).
           03 FILLER                     PIC X(4).
