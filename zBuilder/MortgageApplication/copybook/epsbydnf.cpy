      * EPSBYDNF.cpy
      * Temporary buydown schedule record - one per loan boarded with
      * a 2-1 or 3-2-1 buydown, keyed by BYDN-PAN. EPSBYDBD boards
      * it with the reduced P+I payment for each buydown year and the
      * subsidy the builder, seller or lender funded. The servicing
      * master keeps SRV-PI-PAYMENT at the note-rate payment;
      * EPSBILST and EPSACHDR bill and draft the reduced payment for
      * the installment due, and EPSPYPST draws the difference from
      * the subsidy balance as each payment posts, so the note-rate
      * payment is what posts to the loan. The year steps up on
      * each anniversary of the first buydown installment; after
      * the last year the schedule completes and the borrower pays
      * the note-rate payment. EPSPOFCP pays any unused subsidy out
      * at payoff; EPSBYDRP reports the subsidy balances monthly.

       01  BUYDOWN-SCHEDULE-RECORD.
           03 BYDN-PAN                   PIC X(10).
           03 BYDN-STATUS-IND            PIC X.
              88 BYDN-ACTIVE                VALUE 'A'.
      * EVERY BUYDOWN YEAR HAS BEEN BILLED - NOTE-RATE PAYMENTS NOW.
              88 BYDN-COMPLETE              VALUE 'C'.
      * LOAN PAID OFF - ANY UNUSED SUBSIDY WAS PAID OUT BY EPSPOFCP.
              88 BYDN-CLOSED                VALUE 'P'.
           03 BYDN-FUNDED-BY-IND         PIC X.
              88 BYDN-FUNDED-BY-BUILDER     VALUE 'B'.
              88 BYDN-FUNDED-BY-SELLER      VALUE 'S'.
              88 BYDN-FUNDED-BY-LENDER      VALUE 'L'.
      * WHO GETS SUBSIDY STILL UNUSED WHEN THE LOAN PAYS OFF, AS THE
      * BUYDOWN AGREEMENT SAYS - THE BORROWER, OR BACK TO THE
      * FUNDING PARTY NAMED BELOW.
           03 BYDN-UNUSED-TO-IND         PIC X.
              88 BYDN-UNUSED-TO-BORROWER    VALUE 'B'.
              88 BYDN-UNUSED-TO-FUNDER      VALUE 'F'.
           03 BYDN-FUNDER-NAME           PIC X(24).
      * 2 FOR A 2-1 BUYDOWN, 3 FOR A 3-2-1.
           03 BYDN-YEAR-COUNT            PIC 9.
           03 BYDN-CURRENT-YEAR          PIC 9.
      * BORROWER'S REDUCED P+I PAYMENT FOR EACH BUYDOWN YEAR.
           03 BYDN-REDUCED-PAYMENT       PIC 9(7)V99
                                         OCCURS 3 TIMES.
      * DUE DATE OF THE FIRST BUYDOWN INSTALLMENT, AND OF THE FIRST
      * INSTALLMENT OF THE NEXT BUYDOWN YEAR - AN INSTALLMENT DUE ON
      * OR AFTER BYDN-NEXT-STEP-DATE STEPS THE YEAR UP.
           03 BYDN-FIRST-DUE-DATE        PIC 9(8).
           03 BYDN-NEXT-STEP-DATE        PIC 9(8).
           03 BYDN-FUNDED-AMOUNT         PIC 9(7)V99.
           03 BYDN-DRAWN-TO-DATE         PIC 9(7)V99.
           03 BYDN-SUBSIDY-BALANCE       PIC 9(7)V99.
           03 BYDN-LAST-DRAW-DATE        PIC 9(8).
           03 BYDN-BOARDING-DATE         PIC 9(8).
           03 BYDN-LAST-MAINT-DATE       PIC 9(8).
           03 FILLER                     PIC X(17).
