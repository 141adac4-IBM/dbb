      * EPSWHSE.cpy
      * Warehouse loan record - one per funded loan, keyed by PAN.
      * Written by EPSWIRXR when the closing's funding wire is
      * released, naming the warehouse line that carries it and the
      * bank's advance; EPSWHDLY accrues the bank's daily interest,
      * pays the aging curtailments as they fall due, and clears the
      * loan off the line when the investor's purchase proceeds
      * arrive. EPSCSHFC forecasts the curtailments still to come.

       01  WAREHOUSE-LOAN-RECORD.
           03 WHSE-PAN                   PIC X(10).
           03 WHSE-LINE-ID               PIC X(6).
           03 WHSE-STATUS-IND            PIC X.
              88 WHSE-ON-LINE               VALUE 'O'.
              88 WHSE-PURCHASED             VALUE 'P'.
           03 WHSE-WIRE-SEQ-NUM          PIC 9(7).
           03 WHSE-FUNDED-DATE           PIC 9(8).
           03 WHSE-FUNDED-AMOUNT         PIC 9(9)V99.
           03 WHSE-ADVANCE-AMOUNT        PIC 9(9)V99.
      * THE ADVANCE LESS THE CURTAILMENTS PAID - WHAT THE LINE STILL
      * CARRIES AND WHAT INTEREST ACCRUES ON.
           03 WHSE-OUTSTANDING           PIC 9(9)V99.
           03 WHSE-INTEREST-RATE         PIC 9(2)V9(4).
      * THE TWO CURTAILMENTS, SCHEDULED AT FUNDING FROM THE LINE'S
      * TERMS. 'P' ONCE EPSWHDLY HAS PAID ONE DOWN.
           03 WHSE-CURTAIL-1-DATE        PIC 9(8).
           03 WHSE-CURTAIL-1-AMOUNT      PIC 9(9)V99.
           03 WHSE-CURTAIL-1-IND         PIC X.
              88 WHSE-CURTAIL-1-PAID        VALUE 'P'.
           03 WHSE-CURTAIL-2-DATE        PIC 9(8).
           03 WHSE-CURTAIL-2-AMOUNT      PIC 9(9)V99.
           03 WHSE-CURTAIL-2-IND         PIC X.
              88 WHSE-CURTAIL-2-PAID        VALUE 'P'.
      * INTEREST OWED THE BANK SINCE FUNDING, ACCRUED THROUGH THE
      * DATE BELOW.
           03 WHSE-ACCRUED-INTEREST      PIC 9(7)V99.
           03 WHSE-INTEREST-THRU-DATE    PIC 9(8).
           03 WHSE-PURCHASE-DATE         PIC 9(8).
           03 WHSE-PURCHASE-PROCEEDS     PIC 9(9)V99.
           03 FILLER                     PIC X(3).
