      * EPSCUSCF.cpy
      * Collateral certification record from the document custodian
      * - one per loan file the custodian reviewed, certified clean
      * or with an exception. The custodian's feed arrives as bare
      * data and is wrapped with the EPSHDTRL control records by
      * EPSCTLWR (file id CUSCERT) before EPSTDCRT applies it to
      * EPSTRDOC.

       01  CUSTODIAN-CERT-RECORD.
           03 CUSCF-PAN                  PIC X(10).
           03 CUSCF-CUSTODIAN-ID         PIC X(8).
           03 CUSCF-CERT-DATE            PIC 9(8).
           03 CUSCF-CERT-STATUS          PIC X.
              88 CUSCF-CERTIFIED            VALUE 'C'.
              88 CUSCF-EXCEPTION            VALUE 'E'.
      * WHAT IS MISSING OR DEFECTIVE - SPACES ON A CLEAN FILE.
           03 CUSCF-EXCEPTION-TEXT       PIC X(40).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(13).
