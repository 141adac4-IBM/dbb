      * when EPSPRMNT maintains the record - it is never keyed by a
      * clerk - and is pushed onto the servicing master so the escrow
      * and disbursement path stops trusting caller-supplied codes.
      * The census tract is derived the same way, from the ZIP
      * through EPSTRGEO, for the CRA assessment-area reporting.

       01  PROPERTY-MASTER-RECORD.
           03 PROP-PAN                   PIC X(10).
           03 PROP-FLOOD-INSURANCE-IND   PIC X.
              88 PROP-FLOOD-INSURED         VALUE 'Y'.
           03 PROP-LAST-MAINT-DATE       PIC 9(8).
      * CRA GEOGRAPHY - DERIVED, NOT KEYED - SEE EPSTRGEO. THE FFIEC
      * STATE/COUNTY/TRACT GEOID, THE MSA/MD AND THE TRACT INCOME
      * LEVEL, SET FROM THE EPSTRACT REFERENCE WHENEVER EPSPRMNT
      * MAINTAINS THE RECORD OR EPSSVACQ BOARDS A PURCHASED LOAN.
      * SPACES WHEN THE ZIP IS NOT ON THE REFERENCE FILE.
           03 PROP-CENSUS-TRACT.
              05 PROP-TRACT-STATE        PIC X(2).
              05 PROP-TRACT-COUNTY       PIC X(3).
              05 PROP-TRACT-NUMBER       PIC X(6).
           03 PROP-MSA-CODE              PIC X(5).
           03 PROP-TRACT-INCOME-LEVEL    PIC X.
              88 PROP-TRACT-LOW             VALUE '1'.
              88 PROP-TRACT-MODERATE        VALUE '2'.
              88 PROP-TRACT-MIDDLE          VALUE '3'.
              88 PROP-TRACT-UPPER           VALUE '4'.
      * EXPANSION SPACE.
           03 FILLER                     PIC X(4).
