      * EPSPMIRQ.cpy
      * Borrower PMI cancellation request record - one per written
      * request the borrower sends in asking to drop mortgage
      * insurance once the loan reaches 80% of the original value.
      * Keyed in by the servicing desk and worked by EPSPMITR's next
      * monthly run, which approves it only when the loan is at 80%,
      * current, and passes the good-payment-history test.

       01  PMI-CANCEL-REQUEST-RECORD.
           03 PMIRQ-PAN                  PIC X(10).
           03 PMIRQ-REQUEST-DATE         PIC 9(8).
           03 PMIRQ-USER-ID              PIC X(8).
