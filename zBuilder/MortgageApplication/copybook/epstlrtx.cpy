           03 TLRTX-PAYMENT-DATE         PIC 9(8).
           03 TLRTX-PAYMENT-TIME         PIC 9(6).
           03 TLRTX-AMOUNT               PIC 9(7)V99.
      * TENDER THE BORROWER PAID WITH, KEYED ON THE SCREEN. CASH IS
      * WHAT EPSCTRDY AGGREGATES BY BORROWER FOR CURRENCY TRANSACTION
      * REPORTING AND THE STRUCTURING REVIEW; THE DRAWER REPORT SPLITS
      * EACH TELLER'S TOTAL BY TENDER SO THE CASH COUNT BALANCES.
           03 TLRTX-TENDER-TYPE          PIC X.
              88 TLRTX-CASH                 VALUE 'C'.
              88 TLRTX-CHECK                VALUE 'K'.
