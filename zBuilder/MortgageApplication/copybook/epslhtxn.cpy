      * EPSLHTXN.cpy
      * Litigation hold maintenance transaction record for EPSLHMNT -
      * the EPSBKTXN transaction shape. PLACE puts a loan (type 'P',
      * the PAN) or a lender company (type 'C', the EPSMORTF company
      * name) under hold for a matter; a released matter placed again
      * is re-activated. RELEASE lifts the hold for that matter only -
      * holds under other matters on the same loan or lender stand.

       01  LITIGATION-HOLD-TRANSACTION.
           03 LHTX-ACTION                PIC X.
              88 LHTX-PLACE                 VALUE 'P'.
              88 LHTX-RELEASE               VALUE 'R'.
           03 LHTX-HOLD-TYPE             PIC X.
              88 LHTX-LOAN-HOLD             VALUE 'P'.
              88 LHTX-LENDER-HOLD           VALUE 'C'.
           03 LHTX-HOLD-ID               PIC X(24).
           03 LHTX-MATTER-NUM            PIC X(12).
           03 LHTX-DESCRIPTION           PIC X(30).
           03 LHTX-USER-ID               PIC X(8).
           03 FILLER                     PIC X(24).
