      * EPSGMTXN.cpy
      * Add/change/delete transaction record for EPSGMMNT, which
      * maintains the EPSHMGMI government monitoring file - the same
      * action-code transaction shape EPSBRTXN uses.

       01  GMI-TRANSACTION.
           03 GMTXN-ACTION               PIC X.
              88 GMTXN-ADD                  VALUE 'A'.
              88 GMTXN-CHANGE               VALUE 'C'.
              88 GMTXN-DELETE               VALUE 'D'.
           03 GMTXN-PAN                  PIC X(10).
           03 GMTXN-ETHNICITY            PIC X.
           03 GMTXN-RACE                 PIC X.
           03 GMTXN-SEX                  PIC X.
           03 GMTXN-OBSERVED-IND         PIC X.
