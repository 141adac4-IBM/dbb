      *    PSEUDO-CONVERSATION, NO SEND/RECEIVE. VALIDATES THE REQUEST,
      *    CALLS EPSMPMT THE SAME WAY EVERY OTHER QUOTE SCREEN IN THIS
      *    SYSTEM DOES, AND RETURNS THE ANSWER IN THE SAME COMMAREA IT
      *    WAS LINKED WITH. A BALLOON QUOTE ALSO RETURNS THE FINAL
      *    INSTALLMENT DUE AT MATURITY, PRICED THROUGH EPSBLAMT. A
      *    QUOTE FOR A SECOND LIEN, OR A FIRST WITH A SECOND STAYING
      *    BEHIND IT, ALSO RETURNS THE COMBINED LTV.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
      *    SEE A050-CHECK-CALLER.
           COPY EPSAKPM.

      *    BALLOON QUOTE - SEE A250-PRICE-BALLOON. THE BALLOON MONTH
      *    IS TAKEN FROM THE COMMAREA ONLY WHEN THE CALLER LINKED WITH
      *    THE FULL-LENGTH COMMAREA; A CALLER STILL BUILT ON THE
      *    SHORTER ONE NEVER HAD THE FIELD AND QUOTES FULLY
      *    AMORTIZING, AS BEFORE.
       01  WS-BALLOON-MONTHS            PIC S9(4)   COMP.
       01  WS-QUOTE-TERM-MONTHS         PIC S9(5)   COMP.
      *    SUBORDINATE FINANCING - TAKEN FROM THE COMMAREA ONLY WHEN
      *    THE CALLER LINKED WITH THE FULL-LENGTH COMMAREA, THE SAME
      *    RULE AS THE BALLOON MONTH; A CALLER BUILT ON AN EARLIER
      *    LENGTH QUOTES A LONE FIRST LIEN, AS BEFORE.
       01  WS-LIEN-POSITION             PIC X.
       01  WS-OTHER-LIEN-BALANCE        PIC S9(9)V99 COMP.
           COPY EPSBLPM.

       LINKAGE SECTION.
      *
       01 DFHCOMMAREA.
                          EPSQCOM-ESCROW-MONTHLY-AMOUNT
                          EPSQCOM-TOTAL-MONTHLY-PAYMENT.
           MOVE SPACE  TO EPSQCOM-JURISDICTION-FOUND-IND.
           MOVE ZERO   TO WS-BALLOON-MONTHS.
           MOVE SPACE  TO WS-LIEN-POSITION.
           MOVE ZERO   TO WS-OTHER-LIEN-BALANCE.
           IF EIBCALEN NOT <
              LENGTH OF DFHCOMMAREA - LENGTH OF EPSQCOM-LIEN-DATA
              MOVE ZERO TO EPSQCOM-BALLOON-AMOUNT
              MOVE EPSQCOM-BALLOON-MONTHS TO WS-BALLOON-MONTHS
           END-IF.
           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
              MOVE ZERO TO EPSQCOM-CLTV-PCT
              MOVE EPSQCOM-LIEN-POSITION      TO WS-LIEN-POSITION
              MOVE EPSQCOM-OTHER-LIEN-BALANCE TO WS-OTHER-LIEN-BALANCE
           END-IF.
           PERFORM A050-CHECK-CALLER.
           IF EPS02-REQUEST-SUCCESS
              PERFORM A100-VALIDATE-REQUEST
              MOVE 'QUO3' TO EPSMSGLK-MSG-ID
              PERFORM A990-TRANSLATE-MSG
              MOVE EPSMSGLK-MSG-TEXT TO EPSQCOM-ERRMSG
              GO TO A100-EXIT
           END-IF.
           IF WS-BALLOON-MONTHS = ZERO
              GO TO A100-EXIT
           END-IF.
      *    THE BALLOON MUST FALL DUE BEFORE THE LOAN WOULD HAVE
      *    AMORTIZED ON ITS OWN - TERM NORMALIZED THE SAME WAY
      *    A900-LOG-AUDIT-TRANSACTION DOES.
           EVALUATE EPSQCOM-YEAR-MONTH-IND
              WHEN 'Y'
                 COMPUTE WS-QUOTE-TERM-MONTHS =
                            EPSQCOM-NUMBER-OF-YEARS * 12
              WHEN 'B'
                 COMPUTE WS-QUOTE-TERM-MONTHS =
                            (EPSQCOM-NUMBER-OF-YEARS * 12)
                            + EPSQCOM-NUMBER-OF-MONTHS
              WHEN OTHER
                 MOVE EPSQCOM-NUMBER-OF-MONTHS TO
                         WS-QUOTE-TERM-MONTHS
           END-EVALUATE.
           IF WS-BALLOON-MONTHS < 1
              OR WS-BALLOON-MONTHS NOT < WS-QUOTE-TERM-MONTHS
              MOVE 6 TO EPSQCOM-PROGRAM-RETCODE
              MOVE 'QUO6' TO EPSMSGLK-MSG-ID
              PERFORM A990-TRANSLATE-MSG
              MOVE EPSMSGLK-MSG-TEXT TO EPSQCOM-ERRMSG
           END-IF.
       A100-EXIT.
           EXIT.
                                   EPSPDATA-ANNUAL-INSURANCE-PREMIUM.
           MOVE EPSQCOM-JURISDICTION-CODE      TO
                                         EPSPDATA-JURISDICTION-CODE.
           MOVE WS-LIEN-POSITION               TO
                                         EPSPDATA-LIEN-POSITION.
           MOVE WS-OTHER-LIEN-BALANCE          TO
                                         EPSPDATA-OTHER-LIEN-BALANCE.
           CALL 'EPSMPMT' USING EPSPDATA.
           IF EPSPDATA-RETURN-ERROR NOT = SPACES
              MOVE 1 TO EPSQCOM-PROGRAM-RETCODE
                                   EPSQCOM-TOTAL-MONTHLY-PAYMENT.
           MOVE EPSPDATA-JURISDICTION-FOUND-IND TO
                                   EPSQCOM-JURISDICTION-FOUND-IND.
           IF WS-BALLOON-MONTHS NOT = ZERO
              PERFORM A250-PRICE-BALLOON
           END-IF.
           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
              MOVE EPSPDATA-CLTV-PERCENT TO EPSQCOM-CLTV-PCT
           END-IF.
       A200-EXIT.
           EXIT.

      *    THE REGULAR PAYMENT IS PRICED ON THE FULL AMORTIZATION TERM
      *    AS ALWAYS; THE BALLOON IS WHAT IS LEFT AFTER EVERY REGULAR
      *    INSTALLMENT BEFORE THE BALLOON MONTH, AT THE RATE ACTUALLY
      *    QUOTED (AFTER ANY LLPA), PLUS THAT MONTH'S INTEREST.
       A250-PRICE-BALLOON SECTION.
       A250-10.
           MOVE EPSQCOM-PRINCIPLE-DATA        TO EPSBLAMT-BALANCE.
           MOVE EPSPDATA-QUOTED-INTEREST-RATE TO EPSBLAMT-NOTE-RATE.
           MOVE EPSPDATA-RETURN-MONTH-PAYMENT TO EPSBLAMT-PI-PAYMENT.
           COMPUTE EPSBLAMT-REGULAR-PAYMENTS = WS-BALLOON-MONTHS - 1.
           CALL 'EPSBLAMT' USING EPSBLAMT-PARMS.
           IF EPSBLAMT-SUCCESS
              MOVE EPSBLAMT-FINAL-PAYMENT TO EPSQCOM-BALLOON-AMOUNT
           END-IF.
       A250-EXIT.
           EXIT.

      *    THE LTV/PROPERTY-TYPE/OCCUPANCY PRICE ADJUSTMENT - ONLY
      *    WHEN THE CALLER SUPPLIED THE LLPA INPUTS; EVERY EXISTING
      *    CALLER PRICES AT THE KEYED RATE AS BEFORE. ONE BASIS
           MOVE EPSQCOM-APPRAISED-VALUE TO EPSLLPA-APPRAISED-VALUE.
           MOVE EPSQCOM-PROPERTY-TYPE   TO EPSLLPA-PROPERTY-TYPE.
           MOVE EPSQCOM-OCCUPANCY-IND   TO EPSLLPA-OCCUPANCY-IND.
           MOVE WS-OTHER-LIEN-BALANCE   TO EPSLLPA-OTHER-LIEN-BALANCE.
           CALL 'EPSLLPA' USING EPSLLPA-PARMS.
           IF EPSLLPA-SUCCESS AND EPSLLPA-ADJUSTMENT-BP NOT = 0
              MOVE EPSLLPA-ADJUSTMENT-BP TO EPSQCOM-LLPA-ADJ-BP
