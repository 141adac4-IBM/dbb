       ID DIVISION.
       PROGRAM-ID. EPSBLAMT.
      *    SHARED BALLOON CALCULATION - THE EPSLLPA CALL SHAPE.
      *
      *    RUNS THE LOAN FORWARD ONE REGULAR INSTALLMENT AT A TIME
      *    EXACTLY THE WAY EPSPYPST POSTS THEM - ONE MONTH'S INTEREST
      *    AT THE NOTE RATE ON THE BALANCE, ROUNDED, WITH THE REST OF
      *    THE LEVEL P+I REDUCING PRINCIPAL - SO THE BALLOON QUOTED
      *    AND NOTICED IS THE BALANCE THE MASTER WILL ACTUALLY CARRY
      *    INTO THE MATURITY INSTALLMENT, TO THE PENNY, RATHER THAN A
      *    CLOSED-FORM FIGURE THAT DRIFTS FROM IT BY THE ROUNDING.
      *
      *    SEE EPSBLPM.cpy FOR THE CALL RECORD.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-AMORTIZE-WORK.
           03 WS-RUNNING-BALANCE        PIC S9(9)V99 COMP.
           03 WS-MONTH-INTEREST         PIC S9(7)V99 COMP.
           03 WS-MONTH-PRINCIPAL        PIC S9(9)V99 COMP.
           03 WS-PAYMENT-IDX            PIC S9(4) COMP.

       LINKAGE SECTION.
      *
       COPY EPSBLPM.

       PROCEDURE DIVISION USING EPSBLAMT-PARMS.
      *
       A000-MAINLINE.
           MOVE 0 TO EPSBLAMT-BALLOON-BALANCE.
           MOVE 0 TO EPSBLAMT-FINAL-PAYMENT.
           MOVE 0 TO EPSBLAMT-RETURN-CODE.

           IF EPSBLAMT-BALANCE NOT > 0
              OR EPSBLAMT-NOTE-RATE < 0
              OR EPSBLAMT-PI-PAYMENT < 0
              OR EPSBLAMT-REGULAR-PAYMENTS < 0
              MOVE 2 TO EPSBLAMT-RETURN-CODE
              GOBACK
           END-IF.

           MOVE EPSBLAMT-BALANCE TO WS-RUNNING-BALANCE.
           MOVE 1                TO WS-PAYMENT-IDX.
           PERFORM A100-POST-ONE-INSTALLMENT
                   UNTIL WS-PAYMENT-IDX > EPSBLAMT-REGULAR-PAYMENTS
                      OR WS-RUNNING-BALANCE = 0.

           IF WS-RUNNING-BALANCE = 0
              MOVE 1 TO EPSBLAMT-RETURN-CODE
              GOBACK
           END-IF.

           COMPUTE WS-MONTH-INTEREST ROUNDED =
                   WS-RUNNING-BALANCE * EPSBLAMT-NOTE-RATE / 1200.
           MOVE WS-RUNNING-BALANCE TO EPSBLAMT-BALLOON-BALANCE.
           COMPUTE EPSBLAMT-FINAL-PAYMENT =
                   WS-RUNNING-BALANCE + WS-MONTH-INTEREST.
           GOBACK
           .

      *    A PAYMENT THAT WOULD OVERSHOOT THE BALANCE ONLY TAKES IT
      *    TO ZERO, THE SAME AS EPSPYPST'S PRINCIPAL CAP.
       A100-POST-ONE-INSTALLMENT.
           COMPUTE WS-MONTH-INTEREST ROUNDED =
                   WS-RUNNING-BALANCE * EPSBLAMT-NOTE-RATE / 1200.
           COMPUTE WS-MONTH-PRINCIPAL =
                   EPSBLAMT-PI-PAYMENT - WS-MONTH-INTEREST.
           IF WS-MONTH-PRINCIPAL < 0
              MOVE 0 TO WS-MONTH-PRINCIPAL
           END-IF.
           IF WS-MONTH-PRINCIPAL > WS-RUNNING-BALANCE
              MOVE WS-RUNNING-BALANCE TO WS-MONTH-PRINCIPAL
           END-IF.
           SUBTRACT WS-MONTH-PRINCIPAL FROM WS-RUNNING-BALANCE.
           ADD 1 TO WS-PAYMENT-IDX
           .
