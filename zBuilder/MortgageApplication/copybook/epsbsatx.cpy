      * EPSBSATX.cpy
      * BSA case disposition transaction for EPSBSAMT - the BSA
      * officer's decision on one EPSBSACS case, identified by the
      * borrower key and open date printed on EPSCTRDY's review
      * report: S a SAR was filed, N no SAR (activity explained),
      * E escalated for further investigation.

       01  BSA-CASE-TRANSACTION.
           03 BSATX-BORROWER-KEY         PIC X(10).
           03 BSATX-OPEN-DATE            PIC 9(8).
           03 BSATX-DISPOSITION          PIC X.
              88 BSATX-SAR-FILED            VALUE 'S'.
              88 BSATX-NO-SAR               VALUE 'N'.
              88 BSATX-ESCALATED            VALUE 'E'.
           03 BSATX-OFFICER-ID           PIC X(8).
           03 BSATX-NOTES                PIC X(60).
           03 FILLER                     PIC X(13).
