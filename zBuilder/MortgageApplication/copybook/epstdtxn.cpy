      * EPSTDTXN.cpy
      * Trailing-document receipt transaction - one per document
      * post-closing logs in, for EPSTDMNT to stamp on the loan's
      * EPSTRDOC item: the recorded mortgage back from the county,
      * the final title policy from the title company, or the
      * custodian's acknowledgement of the original note.

       01  TRAILING-DOC-TRANSACTION.
           03 TDTXN-PAN                  PIC X(10).
      * RECMTG, TITLEPOL OR ORIGNOTE - SEE TDOC-ITEM-CODE.
           03 TDTXN-ITEM-CODE            PIC X(8).
           03 TDTXN-RECEIVED-DATE        PIC 9(8).
           03 TDTXN-REFERENCE            PIC X(20).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(4).
