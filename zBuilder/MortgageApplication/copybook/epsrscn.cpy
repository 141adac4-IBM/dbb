      * EPSRSCN.cpy
      * Right-of-rescission record - one per rescindable closing (a
      * refinance of an owner-occupied home), keyed by RSCN-PAN.
      * EPSCDGEN writes it from the closing schedule, with the last
      * day the borrower may cancel worked out through EPSBDCAL
      * (three days after signing, Sundays and federal holidays not
      * counted, Saturdays counted), and requests the Notice of Right
      * to Cancel through EPSLGEN. EPSRSCDY records a cancellation
      * the closing desk receives and lists every loan still inside
      * its window. EPSWIRSB and EPSWIRXR will not fund the loan
      * while the window is open or once it has been rescinded.

       01  RESCISSION-RECORD.
           03 RSCN-PAN                   PIC X(10).
           03 RSCN-SIGNING-DATE          PIC 9(8).
      * THE LAST DAY TO CANCEL - FUNDS MAY GO THE DAY AFTER.
           03 RSCN-EXPIRATION-DATE       PIC 9(8).
      * SPACE - NO NOTICE RECEIVED; R - THE BORROWER RESCINDED.
           03 RSCN-NOTICE-IND            PIC X.
              88 RSCN-RESCINDED             VALUE 'R'.
           03 RSCN-NOTICE-DATE           PIC 9(8).
           03 RSCN-NOTICE-RECORDED-BY    PIC X(8).
      * THE DAY EPSCDGEN REQUESTED THE NOTICE OF RIGHT TO CANCEL.
           03 RSCN-NRTC-REQUEST-DATE     PIC 9(8).
           03 RSCN-LAST-MAINT-DATE       PIC 9(8).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(21).
