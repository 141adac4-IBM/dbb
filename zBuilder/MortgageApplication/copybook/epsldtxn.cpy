      * EPSLDTXN.cpy
      * Loss-draft transaction record - keyed by the cash desk when
      * a hazard claim check arrives endorsed to the shop, or when
      * servicing closes out a claim. Applied by EPSLDRFT ahead of
      * its release pass.

       01  LOSS-DRAFT-TRANSACTION-RECORD.
           03 LDTX-ACTION                PIC X.
      * PROCEEDS RECEIVED - OPENS THE CLAIM ON FIRST SIGHT.
              88 LDTX-RECEIVE               VALUE 'R'.
      * CLOSE A CLAIM THAT IS HOLDING NOTHING.
              88 LDTX-CLOSE                 VALUE 'C'.
           03 LDTX-PAN                   PIC X(10).
           03 LDTX-CLAIM-NUMBER          PIC X(12).
           03 LDTX-INSURER-NAME          PIC X(24).
           03 LDTX-LOSS-DATE             PIC 9(8).
           03 LDTX-AMOUNT                PIC 9(7)V99.
           03 LDTX-USER-ID               PIC X(8).
           03 FILLER                     PIC X(8).
