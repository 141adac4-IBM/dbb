      * FILE I/O OF ITS OWN.
           03 EPSPDATA-CROSSCHECK-VARIANCE-IND PIC X.
              88 EPSPDATA-CROSSCHECK-VARIANCE-FOUND VALUE 'Y'.
      * PREPAYMENT PENALTY TERMS - ALL OPTIONAL, APPENDED HERE SO
      * EXISTING CALLERS ARE UNAFFECTED. A PENALTY TYPE OF SPACE/'N'
      * (EVERY EXISTING CALLER) MEANS NO PENALTY; 'S' (SOFT - WAIVED ON
      * A SALE) OR 'H' (HARD) WITH A TERM IN MONTHS TURNS ON
      * A285-CALCULATE-PREPAY-PENALTY. METHOD 'P' CHARGES A PERCENT OF
      * THE AMOUNT PREPAID OVER THE YEARLY ALLOWANCE; 'I' CHARGES THAT
      * MANY MONTHS OF INTEREST ON IT. THE ALLOWANCE IS A PERCENT OF
      * THE ORIGINAL PRINCIPLE THAT MAY BE PREPAID EACH LOAN YEAR
      * PENALTY-FREE.
           03 EPSPDATA-PREPAY-PENALTY-TYPE PIC X.
              88 EPSPDATA-NO-PREPAY-PENALTY   VALUE SPACE, 'N'.
              88 EPSPDATA-SOFT-PREPAY-PENALTY VALUE 'S'.
              88 EPSPDATA-HARD-PREPAY-PENALTY VALUE 'H'.
           03 EPSPDATA-PREPAY-TERM-MONTHS PIC S9(4)  COMP.
           03 EPSPDATA-PREPAY-METHOD    PIC X.
              88 EPSPDATA-PREPAY-PERCENT      VALUE 'P'.
              88 EPSPDATA-PREPAY-MONTHS-INTEREST VALUE 'I'.
           03 EPSPDATA-PREPAY-PENALTY-PCT PIC S9(2)V99 COMP.
           03 EPSPDATA-PREPAY-INTEREST-MONTHS
                                        PIC S9(4)    COMP.
           03 EPSPDATA-PREPAY-ALLOWED-PCT PIC S9(2)V99 COMP.
      * LARGEST PREPAYMENT PENALTY THE TERMS CAN CHARGE - A FULL
      * PREPAYMENT OF THE ORIGINAL PRINCIPLE EARLY IN THE FIRST LOAN
      * YEAR, LESS THE YEAR'S ALLOWANCE - FOR THE DISCLOSURE. ZERO WHEN
      * NO PENALTY WAS SUPPLIED. SEE A285-CALCULATE-PREPAY-PENALTY.
           03 EPSPDATA-PREPAY-PENALTY-MAX
                                        PIC S9(7)V99 COMP.
      * SUBORDINATE FINANCING - OPTIONAL, APPENDED HERE SO EXISTING
      * CALLERS ARE UNAFFECTED. THE LIEN POSITION THIS LOAN WILL TAKE
      * (SPACE/'1' - A FIRST, EVERY EXISTING CALLER) AND THE BALANCE OF
      * THE OTHER LIENS ON THE SAME PROPERTY (SEE EPSLIENK). NO PMI IS
      * PRICED ON A SUBORDINATE LIEN. THE COMBINED LTV COMES BACK
      * WHENEVER AN APPRAISED VALUE IS SUPPLIED - EQUAL TO THE LTV WHEN
      * THERE IS NO OTHER LIEN. SEE A252-CALCULATE-CLTV.
           03 EPSPDATA-LIEN-POSITION    PIC X.
              88 EPSPDATA-SUBORDINATE-LIEN    VALUE '2' '3' '4'.
           03 EPSPDATA-OTHER-LIEN-BALANCE
                                        PIC S9(9)V99 COMP.
           03 EPSPDATA-CLTV-PERCENT     PIC S9(3)V99 COMP.
      * GOVERNMENT PROGRAM - OPTIONAL, APPENDED HERE SO EXISTING
      * CALLERS ARE UNAFFECTED. SPACE/'C' (EVERY EXISTING CALLER) IS A
      * CONVENTIONAL LOAN. 'F' (FHA), 'V' (VA) OR 'U' (USDA) PRICES
      * THE AGENCY'S PREMIUMS INSTEAD OF PMI - SEE A240-PRICE-
      * GOVERNMENT-PREMIUM: AN UPFRONT PREMIUM (FHA UFMIP, THE VA
      * FUNDING FEE, THE USDA GUARANTEE FEE) ON THE BASE LOAN AMOUNT,
      * AND FOR FHA AND USDA AN ANNUAL PREMIUM BILLED MONTHLY. EITHER
      * RATE LEFT AT ZERO TAKES THE PROGRAM'S STANDARD RATE. THE
      * UPFRONT PREMIUM IS FINANCED INTO THE LOAN (SPACE/'F') - THE
      * PAYMENT IS FIGURED ON THE BASE PLUS THE PREMIUM - OR PAID IN
      * CASH AT CLOSING ('C'), OR NOT CHARGED AT ALL ('N' - A VA
      * EXEMPT VETERAN, OR A LOAN ALREADY ON THE BOOKS WHOSE
      * PRINCIPLE ALREADY CARRIES IT).
           03 EPSPDATA-GOVT-PROGRAM     PIC X.
              88 EPSPDATA-CONVENTIONAL        VALUE SPACE, 'C'.
              88 EPSPDATA-GOVT-FHA            VALUE 'F'.
              88 EPSPDATA-GOVT-VA             VALUE 'V'.
              88 EPSPDATA-GOVT-USDA           VALUE 'U'.
           03 EPSPDATA-GOVT-UPFRONT-PCT PIC S9(1)V9(3) COMP.
           03 EPSPDATA-GOVT-ANNUAL-PCT  PIC S9(1)V9(3) COMP.
           03 EPSPDATA-GOVT-UPFRONT-IND PIC X.
              88 EPSPDATA-GOVT-UPFRONT-FINANCED VALUE SPACE, 'F'.
              88 EPSPDATA-GOVT-UPFRONT-CASH     VALUE 'C'.
              88 EPSPDATA-GOVT-UPFRONT-NONE     VALUE 'N'.
      * THE UPFRONT PREMIUM, THE LOAN AMOUNT THE PAYMENT WAS FIGURED
      * ON (THE PRINCIPLE PLUS A FINANCED PREMIUM - SAME AS THE
      * PRINCIPLE OTHERWISE), AND THE MONTHLY SHARE OF THE ANNUAL
      * PREMIUM. THE MONTHLY PREMIUM IS KEPT APART FROM
      * EPSPDATA-PMI-MONTHLY-AMOUNT, WHICH IS ZERO ON A GOVERNMENT
      * LOAN, AND IS INCLUDED IN EPSPDATA-TOTAL-MONTHLY-PAYMENT.
           03 EPSPDATA-GOVT-UPFRONT-AMOUNT
                                        PIC S9(7)V99 COMP.
           03 EPSPDATA-GOVT-LOAN-AMOUNT PIC S9(9)V99 COMP.
           03 EPSPDATA-GOVT-MONTHLY-PREMIUM
                                        PIC S9(7)V99 COMP.
