      * EPSTXBIL.cpy
      * Property tax bill record - one per loan the tax service has
      * sent a bill or a delinquency notice for, keyed by PAN. Kept by
      * EPSTXBIN from the vendor's EPSTXVND file: the county's actual
      * installments for the current tax year and, on a loan gone
      * tax-delinquent, the notice and the protective advance made.
      * EPSTXDSB pays an escrowed loan's taxes from these installments
      * rather than from SRV-ANNUAL-PROPERTY-TAX, and stamps each one
      * paid so it is never disbursed twice.

       01  TAX-BILL-RECORD.
           03 TXBIL-PAN                  PIC X(10).
           03 TXBIL-PARCEL-NUMBER        PIC X(20).
           03 TXBIL-PAYEE-NAME           PIC X(24).
           03 TXBIL-TAX-YEAR             PIC 9(4).
      * UP TO FOUR INSTALLMENTS A YEAR; AN UNUSED SLOT IS ALL ZERO.
      * TXBIL-PAID-DATE IS THE DATE EPSTXDSB DISBURSED IT.
           03 TXBIL-INSTALLMENT OCCURS 4 TIMES.
              05 TXBIL-INST-AMOUNT       PIC 9(7)V99.
              05 TXBIL-INST-DUE-DATE     PIC 9(8).
              05 TXBIL-INST-PAID-DATE    PIC 9(8).
      * THE YEAR'S INSTALLMENTS ADDED UP - WHAT EPSTXBIN HOLDS UP
      * AGAINST THE ESCROW PROJECTION.
           03 TXBIL-ANNUAL-AMOUNT        PIC 9(7)V99.
      * DELINQUENCY - ALL ZERO WHILE THE TAXES ARE CURRENT.
           03 TXBIL-DELINQUENT-AMOUNT    PIC 9(7)V99.
           03 TXBIL-DELINQ-NOTICE-DATE   PIC 9(8).
           03 TXBIL-TAX-SALE-DATE        PIC 9(8).
      * DATE EPSTXBIN ADVANCED THE DELINQUENT AMOUNT TO PROTECT THE
      * LIEN, SO A REPEAT NOTICE DOES NOT PAY IT A SECOND TIME.
           03 TXBIL-ADVANCED-DATE        PIC 9(8).
           03 TXBIL-LAST-UPDATE-DATE     PIC 9(8).
           03 FILLER                     PIC X(42).
