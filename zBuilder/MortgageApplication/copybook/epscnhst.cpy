      * WN WRONG NUMBER, OT OTHER (SEE THE NOTE).
           03 CNHST-RESULT-CODE          PIC X(2).
              88 CNHST-PROMISE-TO-PAY       VALUE 'PR'.
      * THE RESULTS THAT MEAN THE COLLECTOR SPOKE WITH THE BORROWER -
      * WHAT EPSEICMP COUNTS AS A LIVE CONTACT.
              88 CNHST-LIVE-CONTACT         VALUE 'PR' 'RF'.
           03 CNHST-PROMISE-DATE         PIC 9(8).
           03 CNHST-PROMISE-AMOUNT       PIC 9(7)V99.
           03 CNHST-NOTE                 PIC X(40).
