      * EPSFLDOF.cpy
      * Flood determination order record - one per PAN, written by
      * EPSFLDOR for each order it places with a vendor (a re-order
      * reuses the record). EPSVNINV matches the vendor's invoice
      * against it.

       01  FLOOD-ORDER-RECORD.
           03 FLDOF-PAN                  PIC X(10).
           03 FLDOF-VENDOR-ID            PIC X(8).
           03 FLDOF-ORDER-DATE           PIC 9(8).
           03 FLDOF-LAST-MAINT-DATE      PIC 9(8).
           03 FILLER                     PIC X(16).
