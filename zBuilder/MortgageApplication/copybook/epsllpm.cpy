      * grid, plus the LTV it priced at and how many grid rows
      * stacked - the itemization the quote output and the EPSAUDIT
      * row carry so any quoted rate can be defended afterwards.
      * A caller that knows of other liens on the property (a second
      * behind this first, or the first ahead of this second) passes
      * their balance, and the combined LTV prices the grid's CLTV
      * rows; callers that pass zero price exactly as before.

       01  EPSLLPA-PARMS.
      * INPUT
           03 EPSLLPA-APPRAISED-VALUE   PIC S9(9)V99 COMP.
           03 EPSLLPA-PROPERTY-TYPE     PIC X.
           03 EPSLLPA-OCCUPANCY-IND     PIC X.
      * OTHER ACTIVE LIENS ON THE SAME PROPERTY - SEE EPSLIENK.
           03 EPSLLPA-OTHER-LIEN-BALANCE
                                        PIC S9(9)V99 COMP.
      * OUTPUT
           03 EPSLLPA-ADJUSTMENT-BP     PIC S9(4) COMP.
           03 EPSLLPA-LTV-PCT           PIC 9(3)V99.
           03 EPSLLPA-ROWS-APPLIED      PIC 9(2).
      * EQUAL TO THE LTV WHEN THERE IS NO OTHER LIEN.
           03 EPSLLPA-CLTV-PCT          PIC 9(3)V99.
           03 EPSLLPA-RETURN-CODE       PIC 9(2).
              88 EPSLLPA-SUCCESS           VALUE 0.
      * NO GRID FILE - THE CALLER QUOTES UNADJUSTED, THE PRE-GRID
