      * COUNT THE BUSINESS DAYS BETWEEN THE DATE AND THE SECOND
      * DATE - ANSWER IN EPSBDCAL-DAY-COUNT.
              88 EPSBDCAL-BUS-DAYS-BETWEEN VALUE 'D'.
      * ADD EPSBDCAL-DAY-COUNT RESCISSION DAYS TO THE DATE - REG Z
      * COUNTS EVERY DAY BUT SUNDAYS AND FEDERAL HOLIDAYS, SO A
      * SATURDAY IS A DAY HERE. THE RESULT IS THE LAST DAY THE
      * BORROWER MAY CANCEL.
              88 EPSBDCAL-ADD-RESCISSION-DAYS VALUE 'R'.
           03 EPSBDCAL-DATE             PIC 9(8).
           03 EPSBDCAL-DATE-2           PIC 9(8).
      * IN ON ADD-BUS-DAYS AND ADD-RESCISSION-DAYS, OUT ON
      * BUS-DAYS-BETWEEN.
           03 EPSBDCAL-DAY-COUNT        PIC S9(4) COMP.
      * OUTPUT
           03 EPSBDCAL-RESULT-DATE      PIC 9(8).
