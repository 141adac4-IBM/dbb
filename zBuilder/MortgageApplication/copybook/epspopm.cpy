      * INPUT
           03 EPSPAYOF-PAN              PIC X(10).
           03 EPSPAYOF-GOOD-THRU-DATE   PIC 9(8).
      * WHY THE LOAN IS BEING PAID OFF - ONLY A SALE OF THE PROPERTY
      * MATTERS, TO A PREPAYMENT PENALTY WITH A SALE EXCEPTION.
      * SPACE (A CALLER THAT DOES NOT KNOW) IS PRICED AS A REFINANCE.
           03 EPSPAYOF-PAYOFF-REASON    PIC X.
              88 EPSPAYOF-REFINANCE         VALUE SPACE, 'R'.
              88 EPSPAYOF-PROPERTY-SALE     VALUE 'S'.
      * OUTPUT
           03 EPSPAYOF-PRINCIPAL-BALANCE
                                        PIC S9(9)V99 COMP.
      * A NEGATIVE ESCROW BALANCE IS OWED AND ADDS TO THE PAYOFF
      * INSTEAD.
           03 EPSPAYOF-ESCROW-REFUND    PIC S9(9)V99 COMP.
      * CORPORATE ADVANCES OUTSTANDING ON THE EPSCADVF SUB-LEDGER -
      * OWED BACK AT PAYOFF. THE ESCROW-CARRIED FORCE-PLACED PREMIUM
      * IS LEFT OUT; THE ESCROW BALANCE ABOVE ALREADY CARRIES IT.
           03 EPSPAYOF-CORP-ADVANCES    PIC S9(9)V99 COMP.
      * PREPAYMENT PENALTY ON A LOAN STILL INSIDE ITS EPSPPNTF TERM
      * - ZERO ON EVERY OTHER LOAN. WHEN A SALE WAIVES IT THE WAIVED
      * AMOUNT IS RETURNED HERE INSTEAD, WITH THE WAIVED INDICATOR,
      * AND IS LEFT OUT OF THE TOTAL.
           03 EPSPAYOF-PREPAY-PENALTY   PIC S9(7)V99 COMP.
           03 EPSPAYOF-PENALTY-WAIVED-IND PIC X.
              88 EPSPAYOF-PENALTY-WAIVED    VALUE 'Y'.
      * THE PRINCIPAL THE PENALTY WAS FIGURED ON - THE PART OF THE
      * BALANCE BEYOND WHAT THE LOAN YEAR STILL ALLOWS PREPAID.
           03 EPSPAYOF-PENALTY-EXCESS   PIC S9(9)V99 COMP.
           03 EPSPAYOF-TOTAL-PAYOFF     PIC S9(9)V99 COMP.
           03 EPSPAYOF-RETURN-CODE      PIC 9(2).
              88 EPSPAYOF-SUCCESS           VALUE 0.
