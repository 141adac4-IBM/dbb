      * figures - amounts, dates, rates. The borrower's name and
      * address variables (BNAME, BADDR1, BADDR2, BCITYLN) are filled
      * in by EPSLGEN itself from EPSBRWRF, so producers only carry
      * what is specific to their letter. A letter with more figures
      * than one record holds (EPSESIDS's escrow projection) is
      * preceded by up to two continuation records for the same PAN,
      * letter type 'CONT', whose pairs EPSLGEN adds to the letter
      * that follows them.

       01  LETTER-REQUEST-RECORD.
           03 LRQX-LETTER-TYPE           PIC X(4).
