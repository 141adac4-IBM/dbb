      * EPSCKMTX.cpy
      * Check maintenance transaction record for EPSCKMNT - void a
      * register check, void it and cut a replacement in one
      * transaction, or release one held for address review. Keyed
      * by the check number being acted on, with the acting user and
      * a free-text reason for the trail.

       01  CHECK-MAINT-TRANSACTION.
           03 CKMTX-ACTION               PIC X.
              88 CKMTX-VOID                 VALUE 'V'.
              88 CKMTX-REISSUE              VALUE 'R'.
      * RELEASE A CHECK HELD FOR A RECENT ADDRESS CHANGE ONTO
      * POSITIVE PAY ONCE THE BORROWER HAS CONFIRMED IT.
              88 CKMTX-RELEASE              VALUE 'L'.
           03 CKMTX-CHECK-NUMBER         PIC 9(10).
           03 CKMTX-USER-ID              PIC X(8).
           03 CKMTX-REASON               PIC X(40).
