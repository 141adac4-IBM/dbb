      * EPSVNDTX.cpy
      * Vendor maintenance transaction record for EPSVNMNT - add a
      * vendor to the EPSVNDRF master, change it, or deactivate and
      * reactivate it. Add and change carry the whole record, the
      * EPSBKTXN shape.

       01  VENDOR-MAINT-TRANSACTION.
           03 VNTX-ACTION                PIC X.
              88 VNTX-ADD                   VALUE 'A'.
              88 VNTX-CHANGE                VALUE 'C'.
              88 VNTX-DEACTIVATE            VALUE 'D'.
              88 VNTX-REACTIVATE            VALUE 'R'.
           03 VNTX-VENDOR-ID             PIC X(8).
           03 VNTX-NAME                  PIC X(30).
           03 VNTX-REMIT-ADDR-LINE-1     PIC X(30).
           03 VNTX-REMIT-CITY            PIC X(20).
           03 VNTX-REMIT-STATE           PIC X(2).
           03 VNTX-REMIT-ZIP             PIC X(9).
      * CLEAR TIN - EXCHANGED FOR ITS EPSSSNTK TOKEN BEFORE ANYTHING
      * IS STORED. BLANK ON A CHANGE KEEPS THE TIN ALREADY ON FILE.
           03 VNTX-TIN                   PIC X(9).
           03 VNTX-TIN-TYPE              PIC X.
           03 VNTX-1099-IND              PIC X.
           03 VNTX-FEE-SCHEDULE OCCURS 4 TIMES.
              05 VNTX-FEE-SERVICE        PIC X.
              05 VNTX-FEE-AMOUNT         PIC 9(5)V99.
              05 VNTX-FEE-DEFAULT-IND    PIC X.
           03 VNTX-USER-ID               PIC X(8).
           03 FILLER                     PIC X(5).
