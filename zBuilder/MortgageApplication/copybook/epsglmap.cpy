      *        OF COVERAGE (EPSHZNTK)
      *   LMCP ARREARS CAPITALIZED INTO PRINCIPAL BY A LOAN
      *        MODIFICATION (EPSLNMOD)
      *   CADV CORPORATE ADVANCES PAID FOR BORROWERS (EPSGLPST, FROM
      *        EPSCADVH); CARC THOSE ADVANCES RECOVERED; CADW THOSE
      *        WRITTEN OFF AT CHARGE-OFF (EPSCHGOF)
      *   BYDF TEMPORARY BUYDOWN SUBSIDY FUNDED (EPSGLPST, FROM
      *        EPSBYDNH); BYDR SUBSIDY DRAWN INTO A POSTED PAYMENT;
      *        BYDU UNUSED SUBSIDY PAID OUT AT PAYOFF
      *   PIAD INVESTOR P+I ADVANCED ON DELINQUENT POOLED LOANS
      *        (EPSGLPST, FROM EPSPIADH); PIAR THOSE ADVANCES
      *        RECOVERED FROM BORROWER PAYMENTS AND PAYOFFS
      *   CECL QUARTERLY CHANGE IN THE ALLOWANCE FOR CREDIT LOSSES
      *        (EPSCECL) - DEBIT PROVISION, CREDIT ALLOWANCE; A
      *        RELEASE POSTS THE REVERSED PAIR
      *   LDFT HAZARD CLAIM PROCEEDS RECEIVED INTO THE RESTRICTED
      *        LOSS-DRAFT ACCOUNT (EPSLDRFT) - A STAGED RELEASE TO
      *        THE BORROWER POSTS THE REVERSED PAIR
      *   REOA REO PROPERTY BOOKED AT ITS ACQUISITION VALUE; REOW THE
      *        PRINCIPAL THAT VALUE DID NOT COVER; REOH REO HOLDING
      *        COSTS PAID; REOS NET REO SALE PROCEEDS; REOL LOSS AND
      *        REOG GAIN ON THE SALE AGAINST THE CARRYING VALUE
      *        (EPSGLPST, FROM EPSREOH)
      *   CNVF CONVENIENCE FEES DRAFTED WITH ONE-TIME PHONE AND WEB
      *        PAYMENTS - FEE INCOME (EPSOTPAY)
      *   POFF PAIR-OFF FEE OWED AN INVESTOR ON AN UNDER-DELIVERED
      *        FORWARD COMMITMENT; POGN PAIR-OFF GAIN DUE FROM ONE
      *        (EPSGLPST, FROM EPSFCPOH)
      *   PPEN PREPAYMENT PENALTY COLLECTED ON A CURTAILMENT OR
      *        PAYOFF - FEE INCOME (EPSGLPST, FROM EPSPPNH)
      *   GSPR POOL SALE PROCEEDS RECEIVED; GSHB THE HOLDBACK DUE
      *        FROM THE INVESTOR; GSCV THE SOLD LOANS' CARRYING VALUE
      *        TAKEN OFF THE BOOKS; GSMS RETAINED SERVICING ASSET
      *        CAPITALIZED; GSGN GAIN AND GSLS LOSS ON THE SALE
      *        (EPSGLPST, FROM EPSGOSH)

       01  GL-ACCOUNT-MAP-RECORD.
           03 GLMAP-SOURCE-CODE          PIC X(4).
