      *    ON SUBSEQUENT ENTRY:
      *       F3    - QUIT.
      *       ENTER - PAN ALONE SHOWS THE AMOUNT DUE; PAN PLUS A
      *               KEYED AMOUNT AND TENDER TYPE (C CASH, K CHECK)
      *               ACCEPTS THE PAYMENT.
      *
      *    THE TENDER RIDES ON THE EPSTLRTX RECORD FOR THE EPSCTRDY
      *    CURRENCY TRANSACTION / STRUCTURING RUN. A SINGLE CASH
      *    PAYMENT OVER THE CTR THRESHOLD IS TOLD TO THE TELLER ON THE
      *    SPOT SO THE CONDUCTOR'S IDENTIFICATION IS TAKEN BEFORE THE
      *    BORROWER LEAVES THE WINDOW.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       01 WS-AMOUNT-DUE                       PIC S9(7)V99 COMP.
       01 WS-PAYMENT-AMOUNT                   PIC 9(7)V99.
       01 WS-EDIT-AMOUNT                      PIC ZZ,ZZZ,ZZ9.99.
      *    CURRENCY TRANSACTION REPORTING THRESHOLD - THE SAME FIGURE
      *    EPSCTRDY AGGREGATES THE DAY'S CASH AGAINST.
       01 WS-CTR-THRESHOLD                    PIC 9(7)V99
             VALUE 10000.00.

       01  END-OF-TRANS-MSG                 PIC X(30)
             VALUE 'END OF TRANSACTION - THANK YOU'.
           END-IF.
           MOVE EPSPARM-BINARY-NUMBER TO WS-PAYMENT-AMOUNT.

           MOVE TPTNDI TO TLRTX-TENDER-TYPE.
           IF NOT TLRTX-CASH AND NOT TLRTX-CHECK
              MOVE 'TLP6' TO EPSMSGLK-MSG-ID
              PERFORM A990-TRANSLATE-MSG
              MOVE EPSMSGLK-MSG-TEXT TO TPMSGO
              SET SEND-DATAONLY TO TRUE
              PERFORM A300-SEND-MAP
              GO TO A100-EXIT
           END-IF.

           PERFORM A200-WRITE-PAYMENT.
           IF TLRTX-CASH
              AND WS-PAYMENT-AMOUNT > WS-CTR-THRESHOLD
              MOVE 'TLP7' TO EPSMSGLK-MSG-ID
           ELSE
              MOVE 'TLP5' TO EPSMSGLK-MSG-ID
           END-IF.
           PERFORM A990-TRANSLATE-MSG.
           MOVE EPSMSGLK-MSG-TEXT TO TPMSGO.
           SET SEND-DATAONLY TO TRUE.
           MOVE WS-TODAY-8        TO TLRTX-PAYMENT-DATE.
           MOVE WS-TIME-6         TO TLRTX-PAYMENT-TIME.
           MOVE WS-PAYMENT-AMOUNT TO TLRTX-AMOUNT.
           MOVE TPTNDI            TO TLRTX-TENDER-TYPE.
           EXEC CICS
                WRITEQ TD QUEUE('TLRQ')
                     FROM(TELLER-PAYMENT-RECORD)
