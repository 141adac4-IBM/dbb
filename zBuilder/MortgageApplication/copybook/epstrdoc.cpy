      * EPSTRDOC.cpy
      * Trailing-document record - one per closed loan, keyed by
      * PAN, tracking the documents that only arrive after closing:
      * the recorded mortgage back from the county, the final title
      * policy, and the original note at the document custodian.
      * Seeded by EPSSVBLD when the loan boards, with one item per
      * document in the EPSLMCSE item shape. EPSTDMNT stamps each
      * item received from post-closing's receipt keys; EPSTDCRT
      * applies the custodian's collateral certification. EPSPOOL
      * will not deliver a loan until its collateral file is
      * certified - a loan sold without it comes straight back as
      * an EPSREPUR repurchase. EPSTDAGE ages what is still out by
      * closing date and investor every week.

       01  TRAILING-DOCUMENT-RECORD.
           03 TDOC-PAN                   PIC X(10).
      * THE DATE THE LOAN BOARDED ONTO EPSSRVCF - THE CLOSED LOAN
      * REACHES SERVICING WITHIN DAYS OF CLOSING, AND THE COUNTY AND
      * TITLE CLOCKS ARE MEASURED FROM IT.
           03 TDOC-CLOSING-DATE          PIC 9(8).
           03 TDOC-ITEM-COUNT            PIC 9(2).
           03 TDOC-ITEM-ENTRY OCCURS 5 TIMES.
      * RECMTG   - RECORDED MORTGAGE/DEED OF TRUST
      * TITLEPOL - FINAL TITLE POLICY
      * ORIGNOTE - ORIGINAL NOTE AT THE CUSTODIAN
              05 TDOC-ITEM-CODE          PIC X(8).
      * ZERO UNTIL THE ITEM ARRIVES.
              05 TDOC-RECEIVED-DATE      PIC 9(8).
      * RECORDING BOOK/PAGE OR INSTRUMENT NUMBER, POLICY NUMBER.
              05 TDOC-ITEM-REFERENCE     PIC X(20).
      * THE CUSTODIAN'S COLLATERAL CERTIFICATION - LAST FILE APPLIED.
           03 TDOC-CERT-STATUS           PIC X.
              88 TDOC-CERT-PENDING          VALUE ' '.
              88 TDOC-CERTIFIED             VALUE 'C'.
              88 TDOC-CERT-EXCEPTION        VALUE 'E'.
           03 TDOC-CUSTODIAN-ID          PIC X(8).
           03 TDOC-CERT-DATE             PIC 9(8).
      * WHAT THE CUSTODIAN FOUND WRONG - SPACES ONCE CERTIFIED.
           03 TDOC-CERT-EXCEPTION-TEXT   PIC X(40).
      * ZERO UNTIL EVERY ITEM IS RECEIVED AND THE FILE CERTIFIED.
           03 TDOC-COMPLETE-DATE         PIC 9(8).
           03 TDOC-LAST-MAINT-DATE       PIC 9(8).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(27).
