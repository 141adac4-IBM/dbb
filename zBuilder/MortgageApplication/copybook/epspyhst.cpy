      * READER TOTALLING COLLECTIONS SKIPS 'W' RECORDS.
              88 PYHST-SOURCE-HELOC-DRAW    VALUE 'W'.
              88 PYHST-SOURCE-REVERSAL      VALUE 'R'.
      * AMOUNT APPLIED TO THE LOAN - THE COMPONENTS BELOW SUM TO IT.
      * ANY PART OF THE PAYMENT THAT REPAID CORPORATE ADVANCES IS ON
      * THE EPSCADVH ADVANCE HISTORY INSTEAD, NOT IN THIS AMOUNT.
           03 PYHST-AMOUNT-RECEIVED      PIC 9(7)V99.
           03 PYHST-PRINCIPAL-APPLIED    PIC 9(7)V99.
           03 PYHST-INTEREST-APPLIED     PIC 9(7)V99.
           03 PYHST-ESCROW-APPLIED       PIC 9(7)V99.
           03 PYHST-LATE-CHARGE-APPLIED  PIC 9(5)V99.
           03 PYHST-BALANCE-AFTER        PIC 9(9)V99.
      * THE WATERFALL THE PAYMENT WAS APPLIED BY - THE EPSWFALL ENTRY
      * AND VERSION (OR 'FBPLN ' FOR AN ACTIVE EPSFBPLN PLAN'S OWN
      * ORDER, 'LNMOD ' FOR ONE A LOAN MODIFICATION SET ON THE MASTER,
      * 'STD   ' FOR THE HOUSE ORDER WHEN NO ENTRY MATCHED) AND THE
      * BUCKET ORDER ITSELF, SO THE SPLIT CAN BE EXPLAINED AFTER THE
      * TABLE HAS MOVED ON. A REVERSAL CARRIES ITS ORIGINAL'S; A
      * HELOC DRAW OR A PAYOFF, WHICH SPLIT BY NO WATERFALL, CARRIES
      * SPACES AND ZERO.
           03 PYHST-WATERFALL-ID         PIC X(6).
           03 PYHST-WATERFALL-VERSION    PIC 9(3).
           03 PYHST-WATERFALL-ORDER      PIC X(5).
           03 FILLER                     PIC X(6).
