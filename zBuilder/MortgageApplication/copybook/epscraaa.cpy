      * EPSCRAAA.cpy
      * CRA assessment-area record - one per census geography making
      * up a branch's delineated assessment area, keyed by branch and
      * FFIEC state/county/tract codes. A tract of spaces takes in the
      * whole county, the way most areas are delineated; individual
      * tracts are listed only where the area cuts a county. Read by
      * EPSCRARP to place each origination and purchase inside or
      * outside the bank's assessment areas. Maintained by EPSBRMNT
      * (BRTXN-TYPE 'A').

       01  CRA-ASSESSMENT-AREA-RECORD.
           03 CRAAA-KEY.
              05 CRAAA-BRANCH-CODE       PIC X(4).
              05 CRAAA-FIPS-STATE        PIC X(2).
              05 CRAAA-FIPS-COUNTY       PIC X(3).
              05 CRAAA-CENSUS-TRACT      PIC X(6).
           03 CRAAA-LAST-MAINT-DATE      PIC 9(8).
           03 FILLER                     PIC X(7).
