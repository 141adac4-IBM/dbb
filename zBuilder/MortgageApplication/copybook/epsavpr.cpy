      * EPSAVPR.cpy
      * Average prime offer rate (APOR) table - one record per loan
      * term in years, keyed by the term, holding the rate published
      * for the current week and the one it replaced. Maintained from
      * the weekly APOR survey by EPSAVMNT; read by EPSCLNTK at
      * intake, where the HOEPA high-cost APR trigger is measured as
      * the loan's APR over the APOR for its term.

       01  APOR-RECORD.
           03 APOR-TERM-YEARS            PIC 9(2).
           03 APOR-RATE                  PIC 9(2)V9(3).
           03 APOR-EFFECTIVE-DATE        PIC 9(8).
      * THE WEEK BEFORE - KEPT SO A QUESTIONED INTAKE TEST CAN BE
      * RECONCILED TO THE RATE IN FORCE WHEN IT RAN.
           03 APOR-PRIOR-RATE            PIC 9(2)V9(3).
           03 APOR-PRIOR-EFFECTIVE-DATE  PIC 9(8).
           03 APOR-LAST-MAINT-DATE       PIC 9(8).
           03 FILLER                     PIC X(4).
