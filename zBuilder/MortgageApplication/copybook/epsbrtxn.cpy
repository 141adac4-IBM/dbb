      * both the EPSBRNCH branch reference file (BRTXN-TYPE 'B') and
      * the EPSOFXRF officer-to-branch cross-reference ('X') - the
      * same action-code transaction shape EPSMMTXN uses for the
      * lender master. Type 'A' adds or deletes one geography of a
      * branch's CRA assessment area on EPSCRAAA.

       01  BRANCH-TRANSACTION.
           03 BRTXN-ACTION               PIC X.
           03 BRTXN-TYPE                 PIC X.
              88 BRTXN-TYPE-BRANCH          VALUE 'B'.
              88 BRTXN-TYPE-XREF            VALUE 'X'.
              88 BRTXN-TYPE-AREA            VALUE 'A'.
           03 BRTXN-BRANCH-CODE          PIC X(4).
           03 BRTXN-REGION-CODE          PIC X(2).
           03 BRTXN-BRANCH-NAME          PIC X(24).
      * USED ONLY FOR BRTXN-TYPE-XREF - THE OFFICER BEING ASSIGNED TO
      * BRTXN-BRANCH-CODE.
           03 BRTXN-LOAN-OFFICER         PIC X(8).
      * USED ONLY FOR BRTXN-TYPE-AREA - THE FFIEC STATE, COUNTY AND
      * (OPTIONAL) TRACT CODES BEING ADDED TO OR DROPPED FROM
      * BRTXN-BRANCH-CODE'S ASSESSMENT AREA.
           03 BRTXN-AA-GEOGRAPHY.
              05 BRTXN-AA-STATE          PIC X(2).
              05 BRTXN-AA-COUNTY         PIC X(3).
              05 BRTXN-AA-TRACT          PIC X(6).
