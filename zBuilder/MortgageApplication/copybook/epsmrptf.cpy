      * batch job. One record per loan on the books - carries the same
      * terms EPSPDATA takes as CALL input, so EPSMREQT can move each
      * field straight across and let EPSMPMT do the math.
      * EPSSVBLD boards from the same record, and carries the
      * prepayment penalty terms onto EPSPPNTF and the government
      * loan terms onto EPSGOVLN.

       01  PORTFOLIO-LOAN.
           03 PORT-PAN                       PIC X(10).
           03 PORT-ARM-PERIODIC-CAP-RATE     PIC 9(2)V9(3).
           03 PORT-ARM-LIFETIME-CAP-RATE     PIC 9(2)V9(3).
           03 PORT-EXTRA-PRINCIPAL-PAYMENT   PIC 9(7)V99.
      * PREPAYMENT PENALTY TERMS - TYPE SPACE/'N' FOR A LOAN WITH
      * NONE (EVERY OTHER FIELD THEN ZERO/SPACE). THE PENALTY RUNS
      * FOR THE FIRST TERM-MONTHS OF THE LOAN AND IS FIGURED ON
      * WHAT IS PREPAID IN A LOAN YEAR BEYOND THE ALLOWED PERCENT
      * OF THE ORIGINAL PRINCIPAL - EITHER A PERCENT OF THAT EXCESS
      * OR SO MANY MONTHS' INTEREST ON IT. A SOFT PENALTY, OR ONE
      * CARRYING THE SALE EXCEPTION, IS WAIVED WHEN THE LOAN IS
      * PAID OFF FROM THE SALE OF THE PROPERTY.
           03 PORT-PREPAY-PENALTY-TYPE       PIC X.
              88 PORT-NO-PREPAY-PENALTY         VALUE SPACE, 'N'.
              88 PORT-SOFT-PREPAY-PENALTY       VALUE 'S'.
              88 PORT-HARD-PREPAY-PENALTY       VALUE 'H'.
           03 PORT-PREPAY-TERM-MONTHS        PIC 9(3).
           03 PORT-PREPAY-METHOD             PIC X.
              88 PORT-PREPAY-PERCENT            VALUE 'P'.
              88 PORT-PREPAY-MONTHS-INTEREST    VALUE 'I'.
           03 PORT-PREPAY-PENALTY-PCT        PIC 9(2)V99.
           03 PORT-PREPAY-INTEREST-MONTHS    PIC 9(2).
           03 PORT-PREPAY-ALLOWED-PCT        PIC 9(2)V99.
           03 PORT-PREPAY-SALE-EXCEPT-IND    PIC X.
              88 PORT-PREPAY-SALE-EXCEPTION     VALUE 'Y'.
      * GOVERNMENT LOAN TERMS - AGENCY SPACE FOR A CONVENTIONAL LOAN
      * (EVERY OTHER FIELD THEN ZERO/SPACE). THE CASE NUMBER IS THE
      * AGENCY'S (FHA CASE, VA LOAN GUARANTY OR USDA LOAN NUMBER);
      * THE GUARANTY PERCENT IS THE SHARE OF A LOSS THE AGENCY
      * COVERS. THE UPFRONT PREMIUM (VA FUNDING FEE) WAS CHARGED AT
      * CLOSING - FINANCED INTO THE BALANCE OR PAID IN CASH. THE
      * ANNUAL PREMIUM RUNS FOR TERM-MONTHS (000 = LIFE OF LOAN).
           03 PORT-GOVT-AGENCY               PIC X.
              88 PORT-CONVENTIONAL              VALUE SPACE.
              88 PORT-GOVT-FHA                  VALUE 'F'.
              88 PORT-GOVT-VA                   VALUE 'V'.
              88 PORT-GOVT-USDA                 VALUE 'U'.
           03 PORT-GOVT-CASE-NUMBER          PIC X(12).
           03 PORT-GOVT-GUARANTY-PCT         PIC 9(3)V99.
           03 PORT-GOVT-UPFRONT-PCT          PIC 9V999.
           03 PORT-GOVT-UPFRONT-AMOUNT       PIC 9(7)V99.
           03 PORT-GOVT-UPFRONT-FINANCED-IND PIC X.
              88 PORT-GOVT-UPFRONT-FINANCED     VALUE 'Y'.
           03 PORT-GOVT-ANNUAL-PCT           PIC 9V999.
           03 PORT-GOVT-ANNUAL-TERM-MONTHS   PIC 9(3).
