      * EPSREOTX.cpy
      * REO transaction record for EPSREOMT - keyed by the default
      * department as a property moves through the inventory, and
      * written by EPSTXDSB (TXDSREOT) for the property tax it pays
      * on an REO property, with the check already requested.

       01  REO-TRANSACTION-RECORD.
           03 REOTX-ACTION               PIC X.
      * FORECLOSURE SALE REVERTED THE PROPERTY - AMOUNT IS ITS VALUE,
      * OTHER AMOUNT THE ADVANCES THE BORROWER STILL OWED.
              88 REOTX-ACQUIRE              VALUE 'A'.
      * EVICTION STATUS CHANGE - SEE REOTX-EVICTION-IND.
              88 REOTX-EVICTION             VALUE 'E'.
      * LISTED, OR RE-PRICED - AMOUNT IS THE LIST PRICE.
              88 REOTX-LIST                 VALUE 'L'.
              88 REOTX-UNDER-CONTRACT       VALUE 'U'.
      * HOLDING COST PAID - SEE REOTX-COST-TYPE.
              88 REOTX-HOLDING-COST         VALUE 'H'.
      * SALE CLOSED - AMOUNT IS THE PRICE, OTHER AMOUNT THE SELLING
      * COSTS (COMMISSION, CONCESSIONS, CLOSING).
              88 REOTX-SALE-CLOSED          VALUE 'S'.
           03 REOTX-PAN                  PIC X(10).
           03 REOTX-DATE                 PIC 9(8).
           03 REOTX-AMOUNT               PIC 9(9)V99.
           03 REOTX-OTHER-AMOUNT         PIC 9(9)V99.
           03 REOTX-COST-TYPE            PIC X.
              88 REOTX-COST-TAX             VALUE 'T'.
              88 REOTX-COST-INSURANCE       VALUE 'I'.
              88 REOTX-COST-UTILITIES       VALUE 'U'.
              88 REOTX-COST-REPAIRS         VALUE 'R'.
              88 REOTX-COST-TYPE-VALID      VALUE 'T' 'I' 'U' 'R'.
           03 REOTX-EVICTION-IND         PIC X.
              88 REOTX-EVICTION-VALID       VALUE 'N' 'F' 'C'.
      * BROKER ON A LISTING, PAYEE ON A HOLDING COST.
           03 REOTX-NAME                 PIC X(24).
      * 'Y' WHEN THE CHECK WAS ALREADY REQUESTED ELSEWHERE (EPSTXDSB);
      * OTHERWISE EPSREOMT REQUESTS IT THROUGH EPSCKISS.
           03 REOTX-CHECK-REQUESTED-IND  PIC X.
              88 REOTX-CHECK-REQUESTED      VALUE 'Y'.
           03 REOTX-USER-ID              PIC X(8).
           03 FILLER                     PIC X(4).
