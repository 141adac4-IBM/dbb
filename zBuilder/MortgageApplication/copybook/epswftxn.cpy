      * EPSWFTXN.cpy
      * Payment waterfall maintenance card for EPSWFMNT - one per
      * investor/product/jurisdiction entry on EPSWFALL. A key not yet
      * on the table is added as version 1; an existing entry has its
      * order rolled to the prior-order fields and the card's order
      * made current as the next version, provided the card is not
      * effective before the version it replaces.

       01  WATERFALL-MAINT-TRANSACTION.
           03 WFTX-INVESTOR-NAME         PIC X(24).
           03 WFTX-PRODUCT-TYPE          PIC X.
           03 WFTX-JURISDICTION-CODE     PIC X(4).
           03 WFTX-ID                    PIC X(6).
           03 WFTX-ORDER                 PIC X(5).
           03 WFTX-EFFECTIVE-DATE        PIC 9(8).
           03 WFTX-DESCRIPTION           PIC X(20).
           03 WFTX-USER-ID               PIC X(8).
