      * EPSCTRFD.cpy
      * Currency transaction report filing data - one record per
      * borrower per business day whose cash, aggregated across every
      * branch and teller, came to more than the $10,000 threshold.
      * Written by EPSCTRDY for the BSA officer's FinCEN CTR filing.
      * The TIN is the borrower's clear SSN, exchanged from the
      * EPSSSNXR token through EPSSSNTK; a borrower with no token, or
      * whose token would not exchange, goes out with the TIN blank
      * and CTRF-TIN-MISSING set so the filing is completed by hand.

       01  CTR-FILING-RECORD.
           03 CTRF-BUSINESS-DATE         PIC 9(8).
           03 CTRF-BORROWER-KEY          PIC X(10).
           03 CTRF-TIN                   PIC X(9).
           03 CTRF-TIN-STATUS            PIC X.
              88 CTRF-TIN-SUPPLIED          VALUE 'S'.
              88 CTRF-TIN-MISSING           VALUE 'M'.
           03 CTRF-NAME                  PIC X(30).
           03 CTRF-ADDR-LINE-1           PIC X(30).
           03 CTRF-ADDR-LINE-2           PIC X(30).
           03 CTRF-CITY                  PIC X(20).
           03 CTRF-STATE                 PIC X(2).
           03 CTRF-ZIP                   PIC X(9).
           03 CTRF-CASH-IN-TOTAL         PIC 9(9)V99.
           03 CTRF-TRANSACTION-COUNT     PIC 9(3).
      * THE LOANS THE CASH WAS PAID ON AND THE TELLERS WHO TOOK IT -
      * THE FIRST FIVE OF EACH; THE COUNTS ARE THE FULL COUNTS.
           03 CTRF-PAN-COUNT             PIC 9(2).
           03 CTRF-PAN                   PIC X(10) OCCURS 5 TIMES.
           03 CTRF-TELLER-COUNT          PIC 9(2).
           03 CTRF-TELLER-ID             PIC X(8) OCCURS 5 TIMES.
      * EXPANSION SPACE.
           03 FILLER                     PIC X(43).
