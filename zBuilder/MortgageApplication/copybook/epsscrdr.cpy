      * EPSSCRDR.cpy
      * DoD SCRA matching result record - what comes back from the
      * DMDC site for each EPSSCRDX request, read by EPSSCRIN. The
      * customer reference is returned as sent, so its first ten
      * bytes are the PAN. A status of 'Y' means the borrower is on
      * active duty as of the report date; 'N' with a duty end date
      * means the borrower has left active duty on that date.

       01  SCRA-DOD-RESULT-RECORD.
           03 SCRDR-CUSTOMER-REF.
              05 SCRDR-REF-PAN           PIC X(10).
              05 FILLER                  PIC X(18).
           03 SCRDR-ACTIVE-DUTY-IND      PIC X.
              88 SCRDR-ON-ACTIVE-DUTY       VALUE 'Y'.
              88 SCRDR-NOT-ON-ACTIVE-DUTY   VALUE 'N'.
           03 SCRDR-DUTY-START-DATE      PIC 9(8).
      * ZERO WHEN THE BORROWER IS STILL SERVING OR NEVER SERVED.
           03 SCRDR-DUTY-END-DATE        PIC 9(8).
           03 SCRDR-REPORT-DATE          PIC 9(8).
           03 SCRDR-CERTIFICATE-ID       PIC X(20).
