      * pool, keyed by PLASN-PAN. Written by EPSPOOL when the pool is
      * assembled and read by EPSINVRM, the monthly investor
      * remittance run, to tie every pooled PAN back to its pool,
      * investor and servicing fee, and by EPSPIADV, which advances
      * P+I to the investor on the pooled loans that are delinquent.

       01  POOL-ASSIGNMENT-RECORD.
           03 PLASN-PAN                  PIC X(10).
