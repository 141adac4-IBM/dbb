      * EPSTGPM.cpy
      * Call linkage record for EPSTRGEO - the shared census tract
      * geocoder, callable in the same one-call style as EPSJURDV/
      * EPSLLPA. The caller supplies the property ZIP+4 and county
      * mnemonic; the answer is the tract GEOID (state, county and
      * tract codes), the MSA/MD and the tract income level off the
      * EPSTRACT reference file.

       01  EPSTRGEO-PARMS.
      * INPUT
           03 EPSTRGEO-ZIP              PIC X(9).
           03 EPSTRGEO-COUNTY-CODE      PIC X(5).
      * OUTPUT
           03 EPSTRGEO-GEOID.
              05 EPSTRGEO-FIPS-STATE    PIC X(2).
              05 EPSTRGEO-FIPS-COUNTY   PIC X(3).
              05 EPSTRGEO-CENSUS-TRACT  PIC X(6).
           03 EPSTRGEO-MSA-CODE         PIC X(5).
           03 EPSTRGEO-INCOME-LEVEL     PIC X.
           03 EPSTRGEO-RETURN-CODE      PIC 9(2).
              88 EPSTRGEO-SUCCESS          VALUE 0.
      * NO REFERENCE FILE - THE PROPERTY IS LEFT UNGEOCODED.
              88 EPSTRGEO-NO-REFERENCE     VALUE 1.
              88 EPSTRGEO-ZIP-NOT-FOUND    VALUE 2.
      * THE ZIP RESOLVED TO A TRACT IN A DIFFERENT COUNTY THAN THE
      * ONE KEYED - THE TRACT IS STILL RETURNED.
              88 EPSTRGEO-COUNTY-MISMATCH  VALUE 3.
