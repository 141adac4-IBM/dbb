      * EPSWFALL.cpy
      * Payment application waterfall table - the order EPSPYPST
      * applies a posted payment to the installment's buckets, keyed
      * by investor (PLASN-INVESTOR-NAME on EPSPLASN), product type
      * (SRV-LOAN-TYPE-IND) and jurisdiction (SRV-JURISDICTION-CODE).
      * An asterisk in any key part matches every value; the posting
      * run tries the loan's own values first and falls back one part
      * at a time - see EPSPYPST's A280-SELECT-WATERFALL - so a state
      * rule outranks an investor's and an investor's outranks the
      * house default. Maintained by EPSWFMNT; every change bumps the
      * version and keeps the order it replaced, and EPSPYHST records
      * the entry, version and order each payment was applied by.

       01  PAYMENT-WATERFALL-RECORD.
           03 WFALL-KEY.
              05 WFALL-INVESTOR-NAME     PIC X(24).
              05 WFALL-PRODUCT-TYPE      PIC X.
              05 WFALL-JURISDICTION-CODE PIC X(4).
      * SHORT NAME THE HISTORY AND THE REPORTS CARRY FOR THE ENTRY.
           03 WFALL-ID                   PIC X(6).
      * THE BUCKETS IN THE ORDER THEY ARE FILLED, EACH OF THE FIVE
      * EXACTLY ONCE: I = INTEREST, P = SCHEDULED PRINCIPAL,
      * M = MORTGAGE INSURANCE, E = ESCROW, L = LATE CHARGE. WHAT IS
      * LEFT AFTER THE FIVE REPAYS CORPORATE ADVANCES AND THEN
      * CURTAILS PRINCIPAL, WHATEVER THE ORDER.
           03 WFALL-ORDER.
              05 WFALL-BUCKET            PIC X OCCURS 5 TIMES.
           03 WFALL-VERSION              PIC 9(3).
           03 WFALL-EFFECTIVE-DATE       PIC 9(8).
      * THE ORDER THIS VERSION REPLACED - A PAYMENT DATED BEFORE THE
      * EFFECTIVE DATE IS STILL APPLIED BY IT. ZERO VERSION ON AN
      * ENTRY THAT HAS NEVER BEEN CHANGED.
           03 WFALL-PRIOR-ORDER          PIC X(5).
           03 WFALL-PRIOR-VERSION        PIC 9(3).
           03 WFALL-DESCRIPTION          PIC X(20).
           03 WFALL-LAST-MAINT-USER      PIC X(8).
           03 WFALL-LAST-MAINT-DATE      PIC 9(8).
           03 FILLER                     PIC X(5).
