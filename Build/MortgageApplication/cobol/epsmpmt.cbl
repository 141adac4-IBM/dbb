           03 STATIC-PMI-LTV-THRESHOLD-PCT
                                           PIC 9(3)V99 VALUE 80.
           03 STATIC-PMI-ANNUAL-RATE-PCT  PIC 9(3)V99 VALUE 0.5.
      *    GOVERNMENT PROGRAM STANDARD RATES, USED WHEN THE CALLER
      *    LEAVES A RATE AT ZERO - UPFRONT AS A PERCENT OF THE BASE
      *    LOAN, ANNUAL AS A PERCENT OF THE LOAN AMOUNT, BILLED
      *    MONTHLY. VA CHARGES NO ANNUAL PREMIUM. SEE
      *    A240-PRICE-GOVERNMENT-PREMIUM.
           03 STATIC-FHA-UPFRONT-PCT      PIC 9V999   VALUE 1.750.
           03 STATIC-FHA-ANNUAL-PCT       PIC 9V999   VALUE 0.550.
           03 STATIC-VA-FUNDING-FEE-PCT   PIC 9V999   VALUE 2.150.
           03 STATIC-USDA-UPFRONT-PCT     PIC 9V999   VALUE 1.000.
           03 STATIC-USDA-ANNUAL-PCT      PIC 9V999   VALUE 0.350.
      *    BACK-END DTI CEILING - SEE A295-VALIDATE-DTI.
           03 STATIC-DTI-MAX-PCT          PIC 9(3)V99 VALUE 43.
      *    LARGEST PENNY VARIANCE A300-CROSSCHECK-PAYMENT ALLOWS
           03 WS-PAYOFF-MONTH-CTR    PIC S9(4)     COMP.
           03 WS-ORIGINAL-TOTAL-INTEREST
                                     PIC S9(9)V99  COMP.
      *    PRINCIPLE OVER THE FIRST YEAR'S PENALTY-FREE ALLOWANCE -
      *    SEE A285-CALCULATE-PREPAY-PENALTY.
           03 WS-PREPAY-EXCESS       PIC S9(9)V99  COMP.
      *    EXTRA ANNUAL PRINCIPAL, SPREAD OVER 12 MONTHS, THAT A
      *    BI-WEEKLY SCHEDULE'S 26TH PAYMENT REPRESENTS - SEE
      *    A265-CALCULATE-FREQUENCY-PAYMENT AND A290-CALCULATE-EARLY-
      *    RESULT - SEE A300-CROSSCHECK-PAYMENT.
           03 WS-CROSSCHECK-PAYMENT PIC S9(7)V99  COMP.
           03 WS-CROSSCHECK-VARIANCE PIC S9(7)V99 COMP.
      *    GOVERNMENT PREMIUM RATES IN FORCE - SEE A240.
           03 WS-GOVT-UPFRONT-PCT    PIC S9V999    COMP.
           03 WS-GOVT-ANNUAL-PCT     PIC S9V999    COMP.
      *
      *    PARAMETER AREA FOR THE SHARED EPSMSGLK MESSAGE-TABLE CALL -
      *    SEE A999-RETURN-ERROR-TEXT.
           MOVE 0 TO EPSPDATA-EFFECTIVE-RATE.
           MOVE 0 TO EPSPDATA-FREQUENCY-PAYMENT-AMOUNT.
           MOVE 0 TO EPSPDATA-PAYMENTS-PER-YEAR.
           MOVE 0 TO EPSPDATA-PREPAY-PENALTY-MAX.
           MOVE 0 TO EPSPDATA-CLTV-PERCENT.
           MOVE 0 TO WS-BIWEEKLY-ACCEL-AMOUNT.
           MOVE 0 TO EPSPDATA-GOVT-UPFRONT-AMOUNT.
           MOVE 0 TO EPSPDATA-GOVT-MONTHLY-PREMIUM.
           MOVE EPSPDATA-PRINCIPLE-DATA TO EPSPDATA-GOVT-LOAN-AMOUNT.
           PERFORM A100-VALIDATE-INPUT.
           IF VALIDATION-INDICATOR = 0
              PERFORM A240-PRICE-GOVERNMENT-PREMIUM
              PERFORM A200-CALULATE-MONTH-PAYMENT
              PERFORM A265-CALCULATE-FREQUENCY-PAYMENT
              PERFORM A250-CALCULATE-PMI
              PERFORM A252-CALCULATE-CLTV
              PERFORM A255-LOOKUP-JURISDICTION-RATES
              PERFORM A260-CALCULATE-ESCROW
              PERFORM A270-CALCULATE-TOTAL-PAYMENT
              PERFORM A280-CALCULATE-ARM-ADJUSTMENT
              PERFORM A285-CALCULATE-PREPAY-PENALTY
              PERFORM A290-CALCULATE-EARLY-PAYOFF
              PERFORM A295-VALIDATE-DTI
              PERFORM A300-CROSSCHECK-PAYMENT

       A200-CALULATE-MONTH-PAYMENT.
           COMPUTE EPSPDATA-RETURN-MONTH-PAYMENT ROUNDED
                   = EPSPDATA-GOVT-LOAN-AMOUNT *
                     (WS-CALC-INTEREST *
                     (1 + WS-CALC-INTEREST) ** WS-NUMBER-OF-MONTHS) /
                     (((1 + WS-CALC-INTEREST )
                                            ** WS-NUMBER-OF-MONTHS) - 1)
           .

       A240-PRICE-GOVERNMENT-PREMIUM.
      *    A CONVENTIONAL LOAN (EVERY EXISTING CALLER) IS LEFT ALONE -
      *    THE LOAN AMOUNT STAYS THE PRINCIPLE. A GOVERNMENT LOAN
      *    PRICES ITS UPFRONT PREMIUM ON THE BASE LOAN, ADDS IT TO THE
      *    LOAN AMOUNT WHEN FINANCED, AND BILLS ITS ANNUAL PREMIUM ON
      *    THE LOAN AMOUNT MONTHLY. A250 PRICES NO PMI ON IT.
           EVALUATE TRUE
              WHEN EPSPDATA-GOVT-FHA
                 MOVE STATIC-FHA-UPFRONT-PCT    TO WS-GOVT-UPFRONT-PCT
                 MOVE STATIC-FHA-ANNUAL-PCT     TO WS-GOVT-ANNUAL-PCT
              WHEN EPSPDATA-GOVT-VA
                 MOVE STATIC-VA-FUNDING-FEE-PCT TO WS-GOVT-UPFRONT-PCT
                 MOVE 0                         TO WS-GOVT-ANNUAL-PCT
              WHEN EPSPDATA-GOVT-USDA
                 MOVE STATIC-USDA-UPFRONT-PCT   TO WS-GOVT-UPFRONT-PCT
                 MOVE STATIC-USDA-ANNUAL-PCT    TO WS-GOVT-ANNUAL-PCT
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE.
           IF EPSPDATA-GOVT-UPFRONT-PCT > 0
              MOVE EPSPDATA-GOVT-UPFRONT-PCT TO WS-GOVT-UPFRONT-PCT
           END-IF.
           IF EPSPDATA-GOVT-ANNUAL-PCT > 0
              AND NOT EPSPDATA-GOVT-VA
              MOVE EPSPDATA-GOVT-ANNUAL-PCT  TO WS-GOVT-ANNUAL-PCT
           END-IF.
           IF NOT EPSPDATA-GOVT-UPFRONT-NONE
              COMPUTE EPSPDATA-GOVT-UPFRONT-AMOUNT ROUNDED =
                   EPSPDATA-PRINCIPLE-DATA * WS-GOVT-UPFRONT-PCT / 100
           END-IF.
           IF EPSPDATA-GOVT-UPFRONT-FINANCED
              ADD EPSPDATA-GOVT-UPFRONT-AMOUNT
                                  TO EPSPDATA-GOVT-LOAN-AMOUNT
           END-IF.
           COMPUTE EPSPDATA-GOVT-MONTHLY-PREMIUM ROUNDED =
                (EPSPDATA-GOVT-LOAN-AMOUNT * WS-GOVT-ANNUAL-PCT / 100)
                / 12
           .

       A250-CALCULATE-PMI.
      *    SKIP THE SURCHARGE IF THE CALLER DIDN'T SUPPLY AN APPRAISED
      *    VALUE - EXISTING CALLERS THAT PREDATE THIS FIELD LEAVE IT
      *    AT ZERO. MORTGAGE INSURANCE IS WRITTEN ON FIRST LIENS ONLY,
      *    AND A GOVERNMENT LOAN CARRIES ITS AGENCY'S PREMIUM INSTEAD.
           IF EPSPDATA-APPRAISED-VALUE > 0
              AND NOT EPSPDATA-SUBORDINATE-LIEN
              AND NOT (EPSPDATA-GOVT-FHA OR EPSPDATA-GOVT-VA
                       OR EPSPDATA-GOVT-USDA)
              COMPUTE WS-LOAN-TO-VALUE-PCT =
                   (EPSPDATA-PRINCIPLE-DATA / EPSPDATA-APPRAISED-VALUE)
                   * 100
           END-IF
           .

       A252-CALCULATE-CLTV.
      *    EVERY LIEN ON THE PROPERTY AGAINST ITS VALUE - THIS LOAN
      *    PLUS WHAT THE CALLER SAYS IS AHEAD OF OR BEHIND IT.
           IF EPSPDATA-APPRAISED-VALUE > 0
              COMPUTE EPSPDATA-CLTV-PERCENT ROUNDED =
                   ((EPSPDATA-GOVT-LOAN-AMOUNT
                     + EPSPDATA-OTHER-LIEN-BALANCE)
                    / EPSPDATA-APPRAISED-VALUE) * 100
                 ON SIZE ERROR
                    MOVE 999.99 TO EPSPDATA-CLTV-PERCENT
              END-COMPUTE
           END-IF
           .

       A265-CALCULATE-FREQUENCY-PAYMENT.
      *    OPTIONAL - SPACE/'M' (EVERY EXISTING CALLER) REPRODUCES THE
      *    ORIGINAL MONTHLY-ONLY BEHAVIOR. BI-WEEKLY AND SEMI-MONTHLY
           .

       A270-CALCULATE-TOTAL-PAYMENT.
      *    FULLY LOADED MONTHLY PAYMENT - PRINCIPAL+INTEREST, PMI OR
      *    THE GOVERNMENT PREMIUM, AND ESCROW - FOR CALLERS THAT WANT
      *    ONE BOTTOM-LINE FIGURE WITHOUT ADDING THE LINE ITEMS
      *    THEMSELVES.
           COMPUTE EPSPDATA-TOTAL-MONTHLY-PAYMENT =
                EPSPDATA-RETURN-MONTH-PAYMENT +
                EPSPDATA-PMI-MONTHLY-AMOUNT +
                EPSPDATA-GOVT-MONTHLY-PREMIUM +
                EPSPDATA-ESCROW-MONTHLY-AMOUNT
           .

              COMPUTE WS-ARM-CALC-INTEREST =
                   (EPSPDATA-ARM-ADJUSTED-RATE / 100) / 12
              COMPUTE EPSPDATA-ARM-ADJUSTED-PAYMENT =
                   EPSPDATA-GOVT-LOAN-AMOUNT *
                   (WS-ARM-CALC-INTEREST *
                   (1 + WS-ARM-CALC-INTEREST) ** WS-NUMBER-OF-MONTHS) /
                   (((1 + WS-ARM-CALC-INTEREST)
           END-IF
           .

       A285-CALCULATE-PREPAY-PENALTY.
      *    SKIPPED UNLESS THE CALLER SUPPLIED SOFT OR HARD PENALTY
      *    TERMS WITH A TERM IN MONTHS - EXISTING CALLERS LEAVE THE
      *    TYPE AT SPACE. OTHERWISE PRICES THE WORST CASE THE LOAN
      *    ESTIMATE HAS TO DISCLOSE: THE WHOLE ORIGINAL PRINCIPLE
      *    PREPAID IN THE FIRST MONTH, LESS THE YEAR'S PENALTY-FREE
      *    ALLOWANCE, AT THE TERMS' PERCENT OR MONTHS OF INTEREST AT
      *    THE EFFECTIVE RATE.
           IF (EPSPDATA-SOFT-PREPAY-PENALTY
               OR EPSPDATA-HARD-PREPAY-PENALTY)
              AND EPSPDATA-PREPAY-TERM-MONTHS > 0
              COMPUTE WS-PREPAY-EXCESS =
                   EPSPDATA-GOVT-LOAN-AMOUNT -
                   (EPSPDATA-GOVT-LOAN-AMOUNT *
                    EPSPDATA-PREPAY-ALLOWED-PCT / 100)
              IF EPSPDATA-PREPAY-MONTHS-INTEREST
                 COMPUTE EPSPDATA-PREPAY-PENALTY-MAX ROUNDED =
                      WS-PREPAY-EXCESS * EPSPDATA-EFFECTIVE-RATE
                      / 1200 * EPSPDATA-PREPAY-INTEREST-MONTHS
              ELSE
                 COMPUTE EPSPDATA-PREPAY-PENALTY-MAX ROUNDED =
                      WS-PREPAY-EXCESS *
                      EPSPDATA-PREPAY-PENALTY-PCT / 100
              END-IF
           END-IF
           .

       A290-CALCULATE-EARLY-PAYOFF.
      *    SKIPPED WHEN THE CALLER DIDN'T SUPPLY AN EXTRA PRINCIPAL
      *    PAYMENT AND ISN'T ON A BI-WEEKLY SCHEDULE - EXISTING
                WS-BIWEEKLY-ACCEL-AMOUNT
           .
           IF WS-PAYOFF-EXTRA-PAYMENT > 0
              MOVE EPSPDATA-GOVT-LOAN-AMOUNT TO WS-PAYOFF-BALANCE
              MOVE 0 TO WS-PAYOFF-INTEREST
              MOVE 0 TO WS-PAYOFF-MONTH-CTR
              PERFORM UNTIL WS-PAYOFF-BALANCE <= 0
              MOVE WS-PAYOFF-MONTH-CTR TO EPSPDATA-PAYOFF-MONTHS
              COMPUTE WS-ORIGINAL-TOTAL-INTEREST =
                   (EPSPDATA-RETURN-MONTH-PAYMENT *
                    WS-NUMBER-OF-MONTHS) - EPSPDATA-GOVT-LOAN-AMOUNT
              COMPUTE EPSPDATA-INTEREST-SAVED =
                   WS-ORIGINAL-TOTAL-INTEREST - WS-PAYOFF-INTEREST
           END-IF
      *    IS RETURNED SO A BATCH DRIVER THAT KEEPS ONE CAN WRITE THE
      *    DISCREPANCY TO IT.
           COMPUTE WS-CROSSCHECK-PAYMENT ROUNDED =
                EPSPDATA-GOVT-LOAN-AMOUNT *
                FUNCTION ANNUITY(WS-CALC-INTEREST WS-NUMBER-OF-MONTHS)
           .
           COMPUTE WS-CROSSCHECK-VARIANCE =
