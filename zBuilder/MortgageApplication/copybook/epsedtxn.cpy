      * EPSEDTXN.cpy
      * Electronic-delivery maintenance transaction record for
      * EPSEDMNT - the EPSBKTXN transaction shape. ENROLL needs the
      * email address and the date the borrower consented under
      * E-SIGN; CHANGE keys a new address (and puts a bounced
      * borrower back on electronic delivery); WITHDRAW returns the
      * borrower to paper. Document type 'AL' applies the action to
      * all three document types.

       01  EDELIVERY-MAINT-TRANSACTION.
           03 EDTX-ACTION                PIC X.
              88 EDTX-ENROLL                VALUE 'E'.
              88 EDTX-CHANGE                VALUE 'C'.
              88 EDTX-WITHDRAW              VALUE 'W'.
           03 EDTX-PAN                   PIC X(10).
           03 EDTX-DOC-TYPE              PIC X(2).
              88 EDTX-ALL-TYPES             VALUE 'AL'.
           03 EDTX-EMAIL-ADDRESS         PIC X(60).
           03 EDTX-CONSENT-DATE          PIC 9(8).
           03 EDTX-USER-ID               PIC X(8).
           03 FILLER                     PIC X(11).
