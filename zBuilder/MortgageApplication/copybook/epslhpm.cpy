      * EPSLHPM.cpy
      * Call linkage record for EPSLHCHK - the shared litigation hold
      * check, callable in the same one-call style as EPSTRGEO. The
      * caller supplies what it is about to purge, summarize or drop
      * (a loan PAN or a lender company); the answer is whether any
      * matter holds it on the EPSLHOLD registry, and the first such
      * matter for the caller's skip report.

       01  EPSLHCHK-PARMS.
      * INPUT
           03 EPSLHCHK-HOLD-TYPE        PIC X.
              88 EPSLHCHK-LOAN             VALUE 'P'.
              88 EPSLHCHK-LENDER           VALUE 'C'.
           03 EPSLHCHK-HOLD-ID          PIC X(24).
      * OUTPUT
           03 EPSLHCHK-HELD-IND         PIC X.
              88 EPSLHCHK-HELD             VALUE 'Y'.
           03 EPSLHCHK-MATTER-NUM       PIC X(12).
           03 EPSLHCHK-RETURN-CODE      PIC 9(2).
              88 EPSLHCHK-SUCCESS          VALUE 0.
      * NO REGISTRY FILE - NOTHING IS UNDER HOLD.
              88 EPSLHCHK-NO-REGISTRY      VALUE 1.
