      * EPSSCRDX.cpy
      * DoD SCRA matching request record - the fixed-format batch
      * layout the DMDC SCRA site accepts, one per borrower on an
      * active loan. Written monthly by EPSSCRDX. The SSN is the
      * real number, exchanged through EPSSSNTK only for the
      * extract; the file goes straight to the secure upload. The
      * borrower master carries no date of birth, so the field
      * goes out blank and DMDC matches on SSN and last name. The
      * customer reference comes back on the result record and is
      * how EPSSCRIN finds the loan again.

       01  SCRA-DOD-REQUEST-RECORD.
           03 SCRDX-SSN                  PIC X(9).
           03 SCRDX-BIRTH-DATE           PIC X(8).
           03 SCRDX-LAST-NAME            PIC X(26).
           03 SCRDX-FIRST-NAME           PIC X(20).
           03 SCRDX-CUSTOMER-REF.
              05 SCRDX-REF-PAN           PIC X(10).
              05 FILLER                  PIC X(18).
           03 SCRDX-MIDDLE-NAME          PIC X(20).
