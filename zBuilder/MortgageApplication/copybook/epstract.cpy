      * EPSTRACT.cpy
      * Census tract reference record - one per ZIP+4 (or per five-
      * digit ZIP, with the +4 at spaces, where the whole ZIP sits in
      * one tract), keyed by TRACT-ZIP. Carries the FFIEC geography
      * the CRA needs - state, county and tract codes, the MSA/MD
      * and the tract's income level against area median family
      * income. Externalized like EPSLLPAG: compliance reloads it
      * from the annual FFIEC census file without a program change.
      * Read only through EPSTRGEO.

       01  TRACT-REFERENCE-RECORD.
           03 TRACT-ZIP                  PIC X(9).
      * THE SHOP'S OWN COUNTY MNEMONIC (EPSJURDV'S) - A CROSS-CHECK
      * AGAINST THE COUNTY KEYED ON THE PROPERTY.
           03 TRACT-COUNTY-CODE          PIC X(5).
           03 TRACT-GEOID.
              05 TRACT-FIPS-STATE        PIC X(2).
              05 TRACT-FIPS-COUNTY       PIC X(3).
              05 TRACT-CENSUS-TRACT      PIC X(6).
      * MSA/MD CODE, SPACES OUTSIDE ANY MSA.
           03 TRACT-MSA-CODE             PIC X(5).
           03 TRACT-INCOME-LEVEL         PIC X.
              88 TRACT-LOW-INCOME           VALUE '1'.
              88 TRACT-MODERATE-INCOME      VALUE '2'.
              88 TRACT-MIDDLE-INCOME        VALUE '3'.
              88 TRACT-UPPER-INCOME         VALUE '4'.
              88 TRACT-INCOME-UNKNOWN       VALUE '0'.
      * TRACT MEDIAN FAMILY INCOME AS A PERCENT OF AREA MEDIAN.
           03 TRACT-MFI-PCT              PIC 9(3)V99.
           03 TRACT-LAST-MAINT-DATE      PIC 9(8).
           03 FILLER                     PIC X(6).
