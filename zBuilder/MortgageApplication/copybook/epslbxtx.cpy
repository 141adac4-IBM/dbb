      * EPSLBXTX.cpy
      * Lockbox capture record - one per check the lockbox processes,
      * as the lockbox's capture transmission delivers it. When the
      * borrower sent an EPSCPNBK coupon the scanner reads its scan
      * line into LBXTX-SCAN-LINE; a check that came without one is
      * keyed by PAN into LBXTX-KEYED-PAN and the scan line is left
      * blank. EPSLBXIN turns the day's records into source-'C'
      * EPSPYTXN payments for the posting run.

       01  LOCKBOX-CAPTURE-RECORD.
           03 LBXTX-BATCH-NUMBER         PIC X(6).
           03 LBXTX-ITEM-NUMBER          PIC 9(4).
           03 LBXTX-DEPOSIT-DATE         PIC 9(8).
      * THE AMOUNT OF THE CHECK ITSELF - WHAT POSTS, WHATEVER THE
      * COUPON SAID WAS DUE.
           03 LBXTX-CHECK-AMOUNT         PIC 9(7)V99.
      * THE COUPON LINE AS SCANNED - SAME LAYOUT AS EPSSCNCD-SCAN-LINE
      * (PAN, AMOUNT DUE, CHECK DIGIT). ANY CHARACTER MAY ARRIVE HERE.
           03 LBXTX-SCAN-LINE            PIC X(20).
           03 LBXTX-KEYED-PAN            PIC X(10).
           03 FILLER                     PIC X(3).
