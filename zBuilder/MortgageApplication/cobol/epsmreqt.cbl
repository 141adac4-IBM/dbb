      *    ACROSS BOTH RUNS - SEE A120-READ-CHECKPOINT AND
      *    A950-RECONCILE-RESUMED-RUN.
      *
      *    A LOAN CARRYING PREPAYMENT PENALTY TERMS HAS THEM PRICED
      *    THROUGH EPSMPMT AS WELL, AND A DISCLOSURE LINE UNDER ITS
      *    DETAIL LINE SHOWS THE TERM AND THE MOST THE PENALTY CAN BE.
      *
      *    AN FHA, VA OR USDA LOAN IS RE-QUOTED WITH ITS AGENCY'S
      *    ANNUAL PREMIUM IN PLACE OF PMI - THE UPFRONT PREMIUM WAS
      *    PAID AT CLOSING AND IS ALREADY IN THE BALANCE IF FINANCED -
      *    AND A LINE UNDER ITS DETAIL LINE SHOWS THE MONTHLY PREMIUM.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-FILE
           RECORD CONTAINS 137 CHARACTERS.
           COPY EPSMRPTF.

       FD  REQUOTE-REPORT
           03 WS-CLEAN-LINE.
              05 FILLER               PIC X(40) VALUE
                 'CLEAN RUN - STARTED FROM TOP OF EXTRACT'.
           03 WS-PENALTY-LINE.
              05 FILLER               PIC X(12) VALUE SPACES.
              05 FILLER               PIC X(27) VALUE
                 'PREPAYMENT PENALTY - FIRST'.
              05 PEN-TERM             PIC ZZ9.
              05 FILLER               PIC X(16) VALUE
                 ' MONTHS, UP TO'.
              05 PEN-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           03 WS-GOVT-PREMIUM-LINE.
              05 FILLER               PIC X(12) VALUE SPACES.
              05 FILLER               PIC X(29) VALUE
                 'GOVERNMENT ANNUAL PREMIUM -'.
              05 GVP-AGENCY           PIC X(4).
              05 FILLER               PIC X(11) VALUE
                 ' MONTHLY'.
              05 GVP-AMOUNT           PIC Z,ZZZ,ZZ9.99.

       LINKAGE SECTION.
      *
           MOVE PORT-ARM-LIFETIME-CAP-RATE    TO
                                     EPSPDATA-ARM-LIFETIME-CAP-RATE.
           MOVE PORT-EXTRA-PRINCIPAL-PAYMENT  TO
                                     EPSPDATA-EXTRA-PRINCIPAL-PAYMENT.
           MOVE PORT-PREPAY-PENALTY-TYPE      TO
                                     EPSPDATA-PREPAY-PENALTY-TYPE.
           MOVE PORT-PREPAY-TERM-MONTHS       TO
                                     EPSPDATA-PREPAY-TERM-MONTHS.
           MOVE PORT-PREPAY-METHOD            TO
                                     EPSPDATA-PREPAY-METHOD.
           MOVE PORT-PREPAY-PENALTY-PCT       TO
                                     EPSPDATA-PREPAY-PENALTY-PCT.
           MOVE PORT-PREPAY-INTEREST-MONTHS   TO
                                     EPSPDATA-PREPAY-INTEREST-MONTHS.
           MOVE PORT-PREPAY-ALLOWED-PCT       TO
                                     EPSPDATA-PREPAY-ALLOWED-PCT.
           MOVE PORT-GOVT-AGENCY              TO
                                     EPSPDATA-GOVT-PROGRAM.
           MOVE PORT-GOVT-UPFRONT-PCT         TO
                                     EPSPDATA-GOVT-UPFRONT-PCT.
           MOVE PORT-GOVT-ANNUAL-PCT          TO
                                     EPSPDATA-GOVT-ANNUAL-PCT.
           MOVE 'N'                           TO
                                     EPSPDATA-GOVT-UPFRONT-IND
           .

       A280-WRITE-DETAIL-LINE.
           END-IF.

           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           IF EPSPDATA-RETURN-ERROR = SPACES
              AND EPSPDATA-PREPAY-PENALTY-MAX > 0
              MOVE PORT-PREPAY-TERM-MONTHS     TO PEN-TERM
              MOVE EPSPDATA-PREPAY-PENALTY-MAX TO PEN-AMOUNT
              MOVE WS-PENALTY-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

           IF EPSPDATA-RETURN-ERROR = SPACES
              AND (EPSPDATA-GOVT-FHA OR EPSPDATA-GOVT-VA
                   OR EPSPDATA-GOVT-USDA)
              EVALUATE TRUE
                 WHEN EPSPDATA-GOVT-FHA
                    MOVE 'FHA'  TO GVP-AGENCY
                 WHEN EPSPDATA-GOVT-VA
                    MOVE 'VA'   TO GVP-AGENCY
                 WHEN EPSPDATA-GOVT-USDA
                    MOVE 'USDA' TO GVP-AGENCY
              END-EVALUATE
              MOVE EPSPDATA-GOVT-MONTHLY-PREMIUM TO GVP-AMOUNT
              MOVE WS-GOVT-PREMIUM-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           .

       A900-FINALIZE.
