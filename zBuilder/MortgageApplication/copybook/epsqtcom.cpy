          03 EPSQCOM-OCCUPANCY-IND    PIC X.
      * OUTPUT - THE TOTAL ADJUSTMENT APPLIED, IN BASIS POINTS.
          03 EPSQCOM-LLPA-ADJ-BP      PIC S9(4) COMP.
      * BALLOON INPUT - OPTIONAL. ZERO (EVERY EXISTING CALLER) QUOTES
      * A FULLY AMORTIZING LOAN, THE ORIGINAL BEHAVIOR. OTHERWISE THE
      * MONTH THE BALLOON FALLS DUE - 84 FOR A 7-YEAR BALLOON ON A
      * 30-YEAR SCHEDULE - WHICH MUST BE SHORTER THAN THE LOAN TERM.
      * THE REGULAR PAYMENT ABOVE IS STILL PRICED ON THE FULL TERM.
          03 EPSQCOM-BALLOON-MONTHS   PIC S9(4) COMP.
      * OUTPUT - THE FINAL INSTALLMENT DUE AT MATURITY (THE UNPAID
      * BALANCE PLUS THAT MONTH'S INTEREST), PRICED BY EPSBLAMT.
      * ZERO WHEN NO BALLOON WAS REQUESTED.
          03 EPSQCOM-BALLOON-AMOUNT   PIC S9(9)V99 COMP.
      * SUBORDINATE FINANCING - OPTIONAL. SPACE/ZERO (EVERY EXISTING
      * CALLER) QUOTES A LONE FIRST LIEN, THE ORIGINAL BEHAVIOR. THE
      * POSITION THE QUOTED LOAN WILL TAKE ('2' FOR A SECOND OR HELOC
      * BEHIND A FIRST) AND THE BALANCE OF EVERY OTHER LIEN ON THE
      * PROPERTY: THE COMBINED LTV PRICES THE EPSLLPA CLTV ROWS, AND
      * A SUBORDINATE LIEN CARRIES NO PMI.
          03 EPSQCOM-LIEN-DATA.
             05 EPSQCOM-LIEN-POSITION PIC X.
             05 EPSQCOM-OTHER-LIEN-BALANCE
                                      PIC S9(9)V99 COMP.
      * OUTPUT - THE COMBINED LTV, ZERO WHEN NO APPRAISED VALUE WAS
      * SUPPLIED.
             05 EPSQCOM-CLTV-PCT      PIC S9(3)V99 COMP.
