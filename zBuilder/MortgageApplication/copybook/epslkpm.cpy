      * EPSLKPM.cpy
      * Call linkage record for EPSLIENK - the shared lien linkage
      * lookup, callable in the same one-call style as EPSLHCHK. The
      * caller supplies a PAN; the answer is whether it is linked to
      * a property on EPSLIENL and, if so, the property value, where
      * this lien stands, the balances ahead of and behind it, the
      * combined LTV over every active lien, and the other active
      * liens on the property. Balances are as of the last EPSCLTRP
      * refresh (third-party balances as last keyed); a caller
      * holding a fresher balance for its own loan may substitute
      * it for EPSLIENK-OWN-BALANCE.

       01  EPSLIENK-PARMS.
      * INPUT
           03 EPSLIENK-PAN              PIC X(10).
      * OUTPUT
           03 EPSLIENK-LINKED-IND       PIC X.
              88 EPSLIENK-LINKED           VALUE 'Y'.
           03 EPSLIENK-PROPERTY-PAN     PIC X(10).
           03 EPSLIENK-POSITION         PIC 9.
           03 EPSLIENK-PROPERTY-VALUE   PIC S9(9)V99 COMP.
           03 EPSLIENK-OWN-BALANCE      PIC S9(9)V99 COMP.
      * ACTIVE LIENS AHEAD OF THIS ONE, AND BEHIND IT.
           03 EPSLIENK-SENIOR-COUNT     PIC 9.
           03 EPSLIENK-SENIOR-BALANCE   PIC S9(9)V99 COMP.
           03 EPSLIENK-JUNIOR-COUNT     PIC 9.
           03 EPSLIENK-JUNIOR-BALANCE   PIC S9(9)V99 COMP.
      * ZERO WHEN THE PROPERTY HAS NO VALUE ON FILE.
           03 EPSLIENK-CLTV-PCT         PIC 9(3)V99.
           03 EPSLIENK-LIEN-COUNT       PIC 9.
           03 EPSLIENK-LIEN-ENTRY OCCURS 6 TIMES.
              05 EPSLIENK-LIEN-SEQ-NUM  PIC 9(2).
              05 EPSLIENK-LIEN-PAN      PIC X(10).
              05 EPSLIENK-LIEN-POSITION PIC 9.
              05 EPSLIENK-LIEN-HOLDER-TYPE
                                        PIC X.
                 88 EPSLIENK-LIEN-SERVICED VALUE 'S'.
              05 EPSLIENK-LIEN-BALANCE  PIC S9(9)V99 COMP.
           03 EPSLIENK-RETURN-CODE      PIC 9(2).
              88 EPSLIENK-SUCCESS          VALUE 0.
      * NO LINKAGE FILE - NO PAN IS LINKED.
              88 EPSLIENK-NO-FILE          VALUE 1.
