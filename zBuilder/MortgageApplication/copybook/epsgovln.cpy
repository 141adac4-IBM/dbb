      * EPSGOVLN.cpy
      * Government loan record - one per FHA, VA or USDA loan, keyed
      * by GOVT-PAN. EPSSVBLD writes it from the EPSMRPTF terms when
      * the loan boards. EPSMIREM remits the annual premium to the
      * agency from it; EPSCHGOF records the disposition when the
      * loan is charged off and marks the claim ready; EPSGVCLM
      * reports default status to the agency, files the claim and
      * posts the agency's payment when it arrives.

       01  GOVERNMENT-LOAN-RECORD.
           03 GOVT-PAN                   PIC X(10).
           03 GOVT-AGENCY                PIC X.
              88 GOVT-FHA                   VALUE 'F'.
              88 GOVT-VA                    VALUE 'V'.
              88 GOVT-USDA                  VALUE 'U'.
           03 GOVT-STATUS-IND            PIC X.
              88 GOVT-ACTIVE                VALUE 'A'.
              88 GOVT-TERMINATED            VALUE 'T'.
              88 GOVT-IN-CLAIM              VALUE 'C'.
      * FHA CASE NUMBER, VA LOAN GUARANTY NUMBER OR USDA LOAN NUMBER
      * - QUOTED ON EVERY REPORT, REMITTANCE AND CLAIM.
           03 GOVT-CASE-NUMBER           PIC X(12).
      * SHARE OF THE LOSS THE AGENCY COVERS - FHA INSURES 100, VA
      * GUARANTIES A PERCENT OF THE ORIGINAL PRINCIPAL, USDA
      * GUARANTIES A PERCENT OF THE LOSS.
           03 GOVT-GUARANTY-PCT          PIC 9(3)V99.
           03 GOVT-UPFRONT-PCT           PIC 9V999.
           03 GOVT-UPFRONT-AMOUNT        PIC 9(7)V99.
           03 GOVT-UPFRONT-FINANCED-IND  PIC X.
              88 GOVT-UPFRONT-FINANCED      VALUE 'Y'.
           03 GOVT-ANNUAL-PCT            PIC 9V999.
           03 GOVT-ANNUAL-TERM-MONTHS    PIC 9(3).
      * LAST DAY THE ANNUAL PREMIUM IS DUE - THE ENDORSEMENT DATE
      * PLUS THE TERM MONTHS, ZERO FOR THE LIFE OF THE LOAN.
           03 GOVT-PREMIUM-END-DATE      PIC 9(8).
           03 GOVT-ORIGINAL-PRINCIPAL    PIC 9(9)V99.
           03 GOVT-ENDORSEMENT-DATE      PIC 9(8).
      * DEFAULT REPORTING - SET WHEN THE LOAN FIRST REACHES 30 DAYS
      * PAST DUE, CLEARED WHEN IT IS REINSTATED.
           03 GOVT-DEFAULT-STATUS        PIC X.
              88 GOVT-NOT-IN-DEFAULT        VALUE SPACE.
              88 GOVT-IN-DEFAULT            VALUE 'D'.
           03 GOVT-DEFAULT-DATE          PIC 9(8).
           03 GOVT-LAST-REPORT-DATE      PIC 9(8).
           03 GOVT-CLAIM-STATUS          PIC X.
              88 GOVT-NO-CLAIM              VALUE SPACE.
              88 GOVT-CLAIM-READY           VALUE 'R'.
              88 GOVT-CLAIM-FILED           VALUE 'F'.
              88 GOVT-CLAIM-PAID            VALUE 'P'.
      * HOW THE PROPERTY WAS DISPOSED OF, AND THE DEBT AND PROCEEDS
      * AS THEY STOOD AT THAT DATE - THE BASIS OF THE CLAIM.
           03 GOVT-DISPOSITION-TYPE      PIC X.
              88 GOVT-FORECLOSURE-SALE      VALUE 'F'.
              88 GOVT-SHORT-SALE            VALUE 'S'.
           03 GOVT-DISPOSITION-DATE      PIC 9(8).
           03 GOVT-DEBT-AT-DISPOSITION   PIC 9(9)V99.
           03 GOVT-SALE-PROCEEDS         PIC 9(9)V99.
           03 GOVT-CLAIM-AMOUNT          PIC 9(9)V99.
           03 GOVT-CLAIM-FILED-DATE      PIC 9(8).
           03 GOVT-CLAIM-PAID-AMOUNT     PIC 9(9)V99.
           03 GOVT-CLAIM-PAID-DATE       PIC 9(8).
           03 GOVT-LAST-MAINT-DATE       PIC 9(8).
           03 FILLER                     PIC X(28).
