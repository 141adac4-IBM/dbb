      * EPSVNITX.cpy
      * Vendor invoice transaction record for EPSVNINV - one per
      * invoice received from an appraisal, inspection, flood
      * determination or foreclosure attorney vendor, keyed by
      * payables from the paper or the vendor's e-invoice.

       01  VENDOR-INVOICE-TRANSACTION.
           03 VNIT-VENDOR-ID             PIC X(8).
           03 VNIT-INVOICE-NUMBER        PIC X(12).
           03 VNIT-SERVICE-TYPE          PIC X.
              88 VNIT-APPRAISAL             VALUE 'A'.
              88 VNIT-INSPECTION            VALUE 'I'.
              88 VNIT-FLOOD                 VALUE 'F'.
              88 VNIT-ATTORNEY              VALUE 'T'.
           03 VNIT-PAN                   PIC X(10).
           03 VNIT-INVOICE-DATE          PIC 9(8).
           03 VNIT-AMOUNT                PIC 9(7)V99.
           03 VNIT-USER-ID               PIC X(8).
           03 FILLER                     PIC X(4).
