      * EPSHQTST.cpy
      * HOEPA high-cost and Qualified Mortgage points-and-fees test
      * result - one per application, keyed by PAN like EPSAPPST.
      * Written by EPSCLNTK when the application is submitted, with
      * the figures the officer saw on the intake screen: the APR
      * (prepaid points and fees included), the APOR for the term
      * from EPSAVPR, the points and fees as a percent of the loan,
      * and the limits each test was held to. EPSASMNT refuses UW to
      * AP for a failed test unless an active supervisor overrides,
      * and records who did here; EPSHQTRP lists the month's loans
      * that failed or came within a set margin of a threshold.

       01  HOEPA-QM-TEST-RECORD.
           03 HQT-PAN                    PIC X(10).
           03 HQT-TEST-DATE              PIC 9(8).
           03 HQT-LOAN-OFFICER           PIC X(8).
           03 HQT-LOAN-AMOUNT            PIC 9(9)V99.
           03 HQT-TERM-YEARS             PIC 9(2).
           03 HQT-NOTE-RATE              PIC 9(2)V9(3).
           03 HQT-APR                    PIC 9(2)V9(3).
           03 HQT-APOR-RATE              PIC 9(2)V9(3).
           03 HQT-APOR-EFFECTIVE-DATE    PIC 9(8).
      * POINTS (DISCOUNT AND ORIGINATION) AND THE OTHER INCLUDED
      * FEES AS KEYED AT INTAKE, THEIR TOTAL AS A PERCENT OF THE
      * LOAN, AND THE DOLLAR LIMIT EACH TEST ALLOWED FOR A LOAN OF
      * THIS SIZE.
           03 HQT-POINTS-AMOUNT          PIC 9(7)V99.
           03 HQT-FEES-AMOUNT            PIC 9(7)V99.
           03 HQT-PF-PCT                 PIC 9(2)V9(3).
           03 HQT-HOEPA-PF-LIMIT         PIC 9(7)V99.
           03 HQT-QM-PF-LIMIT            PIC 9(7)V99.
      * P = PASSED, F = FAILED, FOR EACH OF THE THREE TESTS.
           03 HQT-HOEPA-APR-IND          PIC X.
              88 HQT-HOEPA-APR-FAILED       VALUE 'F'.
           03 HQT-HOEPA-PF-IND           PIC X.
              88 HQT-HOEPA-PF-FAILED        VALUE 'F'.
           03 HQT-QM-PF-IND              PIC X.
              88 HQT-QM-PF-FAILED           VALUE 'F'.
           03 HQT-RESULT-IND             PIC X.
              88 HQT-PASSED                 VALUE 'P'.
              88 HQT-FAILED                 VALUE 'F'.
      * SET BY EPSASMNT WHEN A SUPERVISOR'S OVERRIDE LET A FAILED
      * LOAN THROUGH TO APPROVED. SPACES/ZERO OTHERWISE.
           03 HQT-OVERRIDE-USER-ID       PIC X(8).
           03 HQT-OVERRIDE-DATE          PIC 9(8).
           03 HQT-LAST-MAINT-DATE        PIC 9(8).
           03 FILLER                     PIC X(9).
