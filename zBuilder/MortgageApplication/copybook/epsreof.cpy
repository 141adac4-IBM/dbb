      * EPSREOF.cpy
      * Real estate owned inventory record - one per property a
      * foreclosure sale reverted to the shop, keyed by the former
      * loan's PAN (the same key the EPSPROPF property record and
      * the EPSSVST status carry). Opened by EPSREOMT when the
      * acquisition is keyed, kept by it through eviction, listing,
      * holding costs and the closing of the sale; the occupancy is
      * taken from the EPSINSPF inspection results. EPSREORP reports
      * the inventory and its days on market monthly.

       01  REO-INVENTORY-RECORD.
           03 REO-PAN                    PIC X(10).
           03 REO-STATUS-IND             PIC X.
              88 REO-HELD                   VALUE 'H'.
              88 REO-LISTED                 VALUE 'L'.
              88 REO-UNDER-CONTRACT         VALUE 'U'.
              88 REO-SOLD                   VALUE 'S'.
              88 REO-IN-INVENTORY           VALUE 'H' 'L' 'U'.
      * PROPERTY ADDRESS AS EPSPROPF HAD IT AT ACQUISITION.
           03 REO-ADDR-LINE-1            PIC X(30).
           03 REO-CITY                   PIC X(20).
           03 REO-STATE                  PIC X(2).
           03 REO-ZIP                    PIC X(9).
           03 REO-ACQUISITION-DATE       PIC 9(8).
      * WHAT THE BORROWER OWED WHEN THE SALE REVERTED THE PROPERTY -
      * PRINCIPAL PLUS ADVANCES. THE DEFICIENCY AT SALE IS MEASURED
      * AGAINST IT.
           03 REO-LOAN-BALANCE           PIC 9(9)V99.
      * VALUE THE PROPERTY WAS BOOKED AT - THE CARRYING VALUE THE
      * SALE'S GAIN OR LOSS IS MEASURED AGAINST. NEVER MORE THAN THE
      * PRINCIPAL IT REPLACED.
           03 REO-ACQUISITION-VALUE      PIC 9(9)V99.
           03 REO-OCCUPANCY-IND          PIC X.
              88 REO-OCCUPIED               VALUE 'O'.
              88 REO-VACANT                 VALUE 'V'.
           03 REO-INSPECTION-DATE        PIC 9(8).
           03 REO-EVICTION-IND           PIC X.
              88 REO-EVICTION-NOT-NEEDED    VALUE 'N'.
              88 REO-EVICTION-FILED         VALUE 'F'.
              88 REO-EVICTION-COMPLETE      VALUE 'C'.
           03 REO-EVICTION-DATE          PIC 9(8).
           03 REO-LIST-DATE              PIC 9(8).
           03 REO-ORIGINAL-LIST-PRICE    PIC 9(9)V99.
           03 REO-LIST-PRICE             PIC 9(9)V99.
           03 REO-BROKER-NAME            PIC X(24).
           03 REO-PRICE-CHANGE-DATE      PIC 9(8).
      * HOLDING COSTS PAID TO DATE - EXPENSED AS PAID, NOT ADDED TO
      * THE CARRYING VALUE.
           03 REO-HOLDING-COSTS.
              05 REO-TAX-PAID            PIC 9(7)V99.
              05 REO-INSURANCE-PAID      PIC 9(7)V99.
              05 REO-UTILITIES-PAID      PIC 9(7)V99.
              05 REO-REPAIRS-PAID        PIC 9(7)V99.
           03 REO-CONTRACT-DATE          PIC 9(8).
           03 REO-SALE-PRICE             PIC 9(9)V99.
           03 REO-SELLING-COSTS          PIC 9(7)V99.
           03 REO-CLOSING-DATE           PIC 9(8).
      * NET PROCEEDS LESS THE CARRYING VALUE - NEGATIVE IS A LOSS.
           03 REO-GAIN-LOSS              PIC S9(9)V99.
           03 REO-DEFICIENCY             PIC 9(9)V99.
           03 REO-LAST-MAINT-DATE        PIC 9(8).
           03 FILLER                     PIC X(16).
