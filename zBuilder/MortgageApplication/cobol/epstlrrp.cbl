      *         PAYMENT POSTS THE SAME NIGHT IT WAS TAKEN.
      *       - PRINTS THE DRAWER BALANCING REPORT BY TELLER ID -
      *         EVERY PAYMENT KEYED, WITH A COUNT AND TOTAL PER
      *         TELLER SPLIT INTO CASH AND CHECKS - SO THE BRANCH CAN
      *         PROVE EACH DRAWER'S CURRENCY AND ITS CHECKS AGAINST
      *         WHAT WAS KEYED.
      *
      *    (C) 2026 IBM.
       DATA DIVISION.
       FILE SECTION.
       FD  TELLER-PAYMENT-FILE
           RECORD CONTAINS 42 CHARACTERS.
           COPY EPSTLRTX.

       FD  PAYMENT-TRANSACTION-FILE
              05 TLR-TELLER-ID            PIC X(8).
              05 TLR-PAYMENT-COUNT        PIC 9(5).
              05 TLR-DRAWER-TOTAL         PIC 9(9)V99.
              05 TLR-CASH-TOTAL           PIC 9(9)V99.
              05 TLR-CHECK-TOTAL          PIC 9(9)V99.
       01 WS-TLR-IDX                      PIC 9(3) COMP.
       01 WS-TLR-FOUND-IDX                PIC 9(3) COMP.

              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'TIME'.
              05 FILLER                   PIC X(14) VALUE 'AMOUNT'.
              05 FILLER                   PIC X(6)  VALUE 'TENDER'.
           03 WS-DETAIL-LINE.
              05 DTL-TELLER               PIC X(8).
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DTL-TIME                 PIC 9(6).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-TENDER               PIC X(5).
           03 WS-DRAWER-HDG.
              05 FILLER                   PIC X(44) VALUE
                 'TELLER      PAYMENTS        DRAWER TOTAL'.
              05 FILLER                   PIC X(40) VALUE
                 '   CASH          CHECKS'.
           03 WS-DRAWER-LINE.
              05 DRW-TELLER               PIC X(8).
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DRW-COUNT                PIC ZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DRW-TOTAL                PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DRW-CASH                 PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DRW-CHECK                PIC ZZZ,ZZZ,ZZ9.99.
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'PAYMENTS:'.
              05 SUM-PAYMENTS             PIC ZZZZZZ9.
           MOVE TLRTX-PAN          TO DTL-PAN.
           MOVE TLRTX-PAYMENT-TIME TO DTL-TIME.
           MOVE TLRTX-AMOUNT       TO DTL-AMOUNT.
           IF TLRTX-CASH
              MOVE 'CASH'          TO DTL-TENDER
           ELSE
              MOVE 'CHECK'         TO DTL-TENDER
           END-IF.
           MOVE WS-DETAIL-LINE     TO RPT-LINE.
           WRITE RPT-LINE.

                      TO TLR-TELLER-ID(WS-TLR-FOUND-IDX)
                 MOVE 0 TO TLR-PAYMENT-COUNT(WS-TLR-FOUND-IDX)
                 MOVE 0 TO TLR-DRAWER-TOTAL(WS-TLR-FOUND-IDX)
                 MOVE 0 TO TLR-CASH-TOTAL(WS-TLR-FOUND-IDX)
                 MOVE 0 TO TLR-CHECK-TOTAL(WS-TLR-FOUND-IDX)
              ELSE
                 DISPLAY 'EPSTLRRP - TELLER TABLE FULL AT 100 - '
                         'DRAWER TOTALS WOULD BE WRONG, RUN STOPPED'
              END-IF
           END-IF.
           ADD 1            TO TLR-PAYMENT-COUNT(WS-TLR-FOUND-IDX).
           ADD TLRTX-AMOUNT TO TLR-DRAWER-TOTAL(WS-TLR-FOUND-IDX).
           IF TLRTX-CASH
              ADD TLRTX-AMOUNT TO TLR-CASH-TOTAL(WS-TLR-FOUND-IDX)
           ELSE
              ADD TLRTX-AMOUNT TO TLR-CHECK-TOTAL(WS-TLR-FOUND-IDX)
           END-IF
           .

       A800-WRITE-DRAWER-SUMMARY.
           MOVE TLR-TELLER-ID(WS-TLR-IDX)     TO DRW-TELLER.
           MOVE TLR-PAYMENT-COUNT(WS-TLR-IDX) TO DRW-COUNT.
           MOVE TLR-DRAWER-TOTAL(WS-TLR-IDX)  TO DRW-TOTAL.
           MOVE TLR-CASH-TOTAL(WS-TLR-IDX)    TO DRW-CASH.
           MOVE TLR-CHECK-TOTAL(WS-TLR-IDX)   TO DRW-CHECK.
           MOVE WS-DRAWER-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .
