       01  FLOOD-ORDER-TRANSACTION.
           03 FLDOT-PAN                  PIC X(10).
           03 FLDOT-ORDER-DATE           PIC 9(8).
      * EPSVNDRF VENDOR TO ORDER FROM - SPACES TAKES THE DEFAULT
      * FLOOD DETERMINATION VENDOR.
           03 FLDOT-VENDOR-ID            PIC X(8).
