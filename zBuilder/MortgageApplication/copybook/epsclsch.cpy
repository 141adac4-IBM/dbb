      * final terms (the EPSPDATA shape EPSMPMT prices from) and the
      * fee totals from the intake disclosure and the final closing
      * package, so the Closing Disclosure can print the comparison
      * section and flag a tolerance violation. A refinance of the
      * borrower's own home also carries the signing date the right
      * of rescission runs from - see EPSRSCN.

       01  SCHEDULED-CLOSING-RECORD.
           03 CLSCH-PAN                  PIC X(10).
      * DISCLOSURE QUOTED AND WHAT THE CLOSING PACKAGE NOW SHOWS.
           03 CLSCH-FEES-QUOTED          PIC 9(7)V99.
           03 CLSCH-FEES-FINAL           PIC 9(7)V99.
      * P PURCHASE, R REFINANCE. A REFINANCE OF AN OWNER-OCCUPIED
      * HOME ('O' - THE EPSQTCOM OCCUPANCY CODES) IS RESCINDABLE.
           03 CLSCH-TRANSACTION-TYPE     PIC X.
              88 CLSCH-PURCHASE             VALUE 'P'.
              88 CLSCH-REFINANCE            VALUE 'R'.
           03 CLSCH-OCCUPANCY-IND        PIC X.
              88 CLSCH-OWNER-OCCUPIED       VALUE 'O'.
      * THE DAY THE BORROWER SIGNS - ZERO MEANS THE CLOSING DATE.
           03 CLSCH-SIGNING-DATE         PIC 9(8).
