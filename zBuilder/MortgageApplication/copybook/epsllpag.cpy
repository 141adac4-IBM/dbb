      * Externalized like EPSLCCTL so the secondary desk reprices the
      * grid without a program change; '*' in the property type or
      * occupancy matches anything. Every matching row stacks, the
      * way agency grids do. Loaded once per run by EPSLLPA. A row
      * whose band is a CLTV band is tested against the combined LTV
      * and prices only a loan with another lien on the property -
      * the subordinate-financing adjustments.

       01  LLPA-GRID-RECORD.
           03 LLPAG-LTV-LOW              PIC 9(3)V99.
           03 LLPAG-OCCUPANCY-IND        PIC X.
           03 LLPAG-ADJ-SIGN             PIC X.
           03 LLPAG-ADJ-BP               PIC 9(4).
      * SPACE OR 'L' - AN LTV BAND; 'C' - A CLTV BAND.
           03 LLPAG-BAND-BASIS           PIC X.
              88 LLPAG-CLTV-BAND            VALUE 'C'.
