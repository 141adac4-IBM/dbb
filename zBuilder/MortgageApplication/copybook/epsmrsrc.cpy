      * EPSMRSRC.cpy
      * MERS reconciliation record - one per MIN MERS holds for our
      * org, from the monthly MERS data extract. Wrapped with the
      * EPSHDTRL control records by EPSCTLWR (file id MERSREC) before
      * EPSMERSC reconciles it against EPSMERSR, EPSSRVCF and
      * EPSPLASN.

       01  MERS-RECON-RECORD.
           03 MRSR-MIN                   PIC X(18).
      * THE LOAN NUMBER WE REGISTERED THE MIN UNDER.
           03 MRSR-PAN                   PIC X(10).
           03 MRSR-STATUS                PIC X.
              88 MRSR-ACTIVE                VALUE 'A'.
              88 MRSR-INACTIVE              VALUE 'I'.
           03 MRSR-INVESTOR-ORG          PIC 9(7).
           03 MRSR-SERVICER-ORG          PIC 9(7).
           03 MRSR-REG-DATE              PIC 9(8).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(29).
