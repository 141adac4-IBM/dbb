      * EPSSDNCT.cpy
      * OFAC list control record - the one-record EPSSDNCT file, the
      * same externalized-control shape as EPSCKCTL. EPSSDNLD bumps
      * the list version with every load; EPSSDNRS rescreens the
      * whole borrower master whenever the version it last screened
      * against is behind.

       01  SDN-CONTROL-RECORD.
           03 SDNCT-LIST-VERSION         PIC 9(5).
           03 SDNCT-LIST-LOAD-DATE       PIC 9(8).
           03 SDNCT-ENTRY-COUNT          PIC 9(7).
           03 SDNCT-ALIAS-COUNT          PIC 9(7).
           03 SDNCT-RESCREEN-VERSION     PIC 9(5).
           03 SDNCT-RESCREEN-DATE        PIC 9(8).
           03 FILLER                     PIC X(40).
