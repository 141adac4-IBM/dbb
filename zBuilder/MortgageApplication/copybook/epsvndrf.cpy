      * EPSVNDRF.cpy
      * Vendor master record - one per outside vendor the shop orders
      * services from (appraisers, inspection companies, flood zone
      * determination vendors, foreclosure attorneys), keyed by
      * VNDR-ID. Maintained by EPSVNMNT. The order runs take their
      * vendor through the EPSVNDLK lookup, EPSVNINV matches each
      * invoice to its order and this fee schedule before it is paid
      * and keeps the paid-to-date, and EPS1099N files the 1099-NEC
      * from it at year-end.

       01  VENDOR-MASTER-RECORD.
           03 VNDR-ID                    PIC X(8).
           03 VNDR-NAME                  PIC X(30).
           03 VNDR-REMIT-ADDR-LINE-1     PIC X(30).
           03 VNDR-REMIT-CITY            PIC X(20).
           03 VNDR-REMIT-STATE           PIC X(2).
           03 VNDR-REMIT-ZIP             PIC X(9).
      * THE TIN'S EPSSSNTK TOKEN - THE CLEAR TIN IS NEVER STORED.
           03 VNDR-TIN-TOKEN             PIC X(9).
      * SAME CODES AS B-TIN-TYPE ON EPS1099F.
           03 VNDR-TIN-TYPE              PIC X.
              88 VNDR-TIN-EIN               VALUE '1'.
              88 VNDR-TIN-SSN               VALUE '2'.
      * 'Y' - PAYMENTS ARE 1099-NEC REPORTABLE (NOT A CORPORATION).
           03 VNDR-1099-IND              PIC X.
              88 VNDR-1099-REPORTABLE       VALUE 'Y'.
           03 VNDR-STATUS-IND            PIC X.
              88 VNDR-ACTIVE                VALUE 'A'.
              88 VNDR-INACTIVE              VALUE 'I'.
      * FEE SCHEDULE - THE MOST THE SHOP PAYS THIS VENDOR FOR ONE
      * ORDER OF EACH SERVICE IT PROVIDES. SERVICE CODES: A APPRAISAL,
      * I INSPECTION, F FLOOD DETERMINATION, T FORECLOSURE ATTORNEY.
      * DEFAULT-IND 'Y' MARKS THE VENDOR THE ORDER RUNS ASSIGN WHEN
      * AN ORDER NAMES NONE - ONE PER SERVICE.
           03 VNDR-FEE-SCHEDULE OCCURS 4 TIMES.
              05 VNDR-FEE-SERVICE        PIC X.
              05 VNDR-FEE-AMOUNT         PIC 9(5)V99.
              05 VNDR-FEE-DEFAULT-IND    PIC X.
      * PAID THROUGH EPSVNINV IN THE CURRENT CALENDAR YEAR AND THE ONE
      * BEFORE IT - THE PRIOR YEAR IS STILL HERE IN JANUARY WHEN
      * EPS1099N FILES IT.
           03 VNDR-YTD-YEAR              PIC 9(4).
           03 VNDR-YTD-PAID              PIC 9(9)V99.
           03 VNDR-PRIOR-YEAR            PIC 9(4).
           03 VNDR-PRIOR-PAID            PIC 9(9)V99.
           03 VNDR-ADD-DATE              PIC 9(8).
           03 VNDR-LAST-MAINT-DATE       PIC 9(8).
           03 FILLER                     PIC X(7).
