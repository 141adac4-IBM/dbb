      * EPSTXVND.cpy
      * Tax service vendor record - the vendor's daily transmission,
      * one record per item it has to tell us about, sorted by PAN
      * (the vendor carries our PAN as its loan number). EPSTXBIN
      * applies the file to the EPSTXBIL tax bill file.
      *   'B' - ONE INSTALLMENT OF THE COUNTY'S BILL FOR THE TAX YEAR:
      *         THE INSTALLMENT NUMBER, ITS AMOUNT AND ITS DUE DATE.
      *   'D' - DELINQUENT-TAX NOTICE: THE AMOUNT NOW OWED WITH
      *         PENALTIES, AND IN TXVND-DUE-DATE THE DATE THE COUNTY
      *         WILL SELL THE LIEN (ZERO WHEN NO SALE IS SET YET).
      *   'R' - THE DELINQUENCY HAS BEEN REDEEMED - PAID BY WHOEVER.

       01  TAX-VENDOR-RECORD.
           03 TXVND-RECORD-TYPE          PIC X.
              88 TXVND-BILL                 VALUE 'B'.
              88 TXVND-DELINQUENT           VALUE 'D'.
              88 TXVND-REDEEMED             VALUE 'R'.
           03 TXVND-PAN                  PIC X(10).
           03 TXVND-PARCEL-NUMBER        PIC X(20).
      * THE TAXING AUTHORITY THE PAYMENT GOES TO.
           03 TXVND-PAYEE-NAME           PIC X(24).
           03 TXVND-TAX-YEAR             PIC 9(4).
           03 TXVND-INSTALLMENT-NUMBER   PIC 9.
           03 TXVND-AMOUNT               PIC 9(7)V99.
           03 TXVND-DUE-DATE             PIC 9(8).
           03 TXVND-NOTICE-DATE          PIC 9(8).
           03 FILLER                     PIC X(15).
