      * EPSACLPM.cpy
      * Commarea for EPSACCLG, the shared customer-data access
      * logger. Every online inquiry screen LINKs here once per PAN
      * it is asked to show, after its EPSAUTHC check has passed,
      * with the signed-on user id, its transaction id, its own
      * program name and the PAN keyed. EPSACCLG stamps the date and
      * time and writes the EPSACLOG record.

       01  EPSACCLG-PARMS.
           03 EPSACCLG-USER-ID          PIC X(8).
           03 EPSACCLG-TRANSACTION      PIC X(4).
           03 EPSACCLG-PROGRAM          PIC X(8).
           03 EPSACCLG-PAN              PIC X(10).
