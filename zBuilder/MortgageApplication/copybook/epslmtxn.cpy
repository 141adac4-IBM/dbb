              88 LMTX-CAPITALIZE-ARREARS    VALUE 'Y'.
           03 LMTX-USER-ID               PIC X(8).
           03 LMTX-REASON                PIC X(40).
      * PAYMENT ORDER THE MODIFICATION AGREEMENT SPECIFIES, IN THE
      * EPSWFALL BUCKET CODES - SEE SRV-PAYMENT-ORDER. SPACES KEEP
      * THE LOAN'S CURRENT ORDER; 'TABLE' PUTS THE LOAN BACK ON ITS
      * EPSWFALL WATERFALL.
           03 LMTX-PAYMENT-ORDER         PIC X(5).
              88 LMTX-ORDER-FROM-TABLE      VALUE 'TABLE'.
