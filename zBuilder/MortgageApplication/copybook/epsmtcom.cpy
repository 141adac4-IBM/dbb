          03 EPSPCOM-LOAN-OFFICER     PIC X(8).
      * REG Z (TRUTH-IN-LENDING) DISCLOSURE FIGURES EPSCLNTK DISPLAYS
      * BACK TO THE APPLICANT BEFORE THE APPLICATION IS QUEUED - SEE
      * A700-CALCULATE-TILA-DISCLOSURES. THE POINTS AND FEES KEYED ON
      * THAT SCREEN ARE PREPAID FINANCE CHARGES - THEY COME OFF THE
      * AMOUNT FINANCED AND EPSPCOM-ANNUAL-PCT-RATE IS SOLVED FOR;
      * WITH NONE KEYED IT IS SIMPLY THE NOTE RATE.
          03 EPSPCOM-AMOUNT-FINANCED    PIC S9(9)V99 COMP.
          03 EPSPCOM-FINANCE-CHARGE     PIC S9(9)V99 COMP.
          03 EPSPCOM-TOTAL-OF-PAYMENTS  PIC S9(9)V99 COMP.
      * EPSCLCDT SO THE DETAIL SCREEN KNOWS WHO TO SHOW.
          03 EPSPCOM-PAGE-COMPANY     PIC X(24) OCCURS 8 TIMES.
          03 EPSPCOM-DETAIL-COMPANY   PIC X(24).
      * HOEPA HIGH-COST AND QUALIFIED MORTGAGE POINTS-AND-FEES TEST FOR
      * EPSCLNTK - SEE A750-TEST-HOEPA-QM. RUN WITH THE DISCLOSURES ON
      * ENTER AND CARRIED TO THE PF5 SUBMIT, SO THE RESULT STORED ON
      * EPSHQTST IS THE ONE THE OFFICER SAW. EACH INDICATOR IS
      * P (PASSED) OR F (FAILED).
          03 EPSPCOM-POINTS-AMOUNT    PIC S9(7)V99 COMP.
          03 EPSPCOM-FEES-AMOUNT      PIC S9(7)V99 COMP.
          03 EPSPCOM-APOR-RATE        PIC S9(2)V9(3) COMP.
          03 EPSPCOM-APOR-EFF-DATE    PIC 9(8).
          03 EPSPCOM-PF-PCT           PIC S9(2)V9(3) COMP.
          03 EPSPCOM-HOEPA-PF-LIMIT   PIC S9(7)V99 COMP.
          03 EPSPCOM-QM-PF-LIMIT      PIC S9(7)V99 COMP.
          03 EPSPCOM-HOEPA-APR-IND    PIC X.
             88 EPSPCOM-HOEPA-APR-FAILED  VALUE 'F'.
          03 EPSPCOM-HOEPA-PF-IND     PIC X.
             88 EPSPCOM-HOEPA-PF-FAILED   VALUE 'F'.
          03 EPSPCOM-QM-PF-IND        PIC X.
             88 EPSPCOM-QM-PF-FAILED      VALUE 'F'.
