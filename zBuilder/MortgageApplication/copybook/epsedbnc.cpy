      * EPSEDBNC.cpy
      * Email bounce record returned by the e-delivery vendor - one
      * per notice that could not be delivered, carrying back the
      * EPSEDLXT archive pointer it was sent with. EPSEDMNT marks the
      * preference bounced (the borrower is on paper from the next
      * run) and reprints the archived document for the mail.

       01  EDELIVERY-BOUNCE-RECORD.
           03 EDBN-PAN                   PIC X(10).
           03 EDBN-DOC-TYPE              PIC X(2).
           03 EDBN-ARC-DOC-DATE          PIC 9(8).
           03 EDBN-ARC-SEQ               PIC 9(3).
           03 EDBN-BOUNCE-DATE           PIC 9(8).
           03 EDBN-REASON-CODE           PIC X(2).
           03 EDBN-REASON-TEXT           PIC X(40).
           03 FILLER                     PIC X(7).
