      *    AGREEMENT HISTORY STAYS READABLE; A NEW ADD OVER A
      *    FINISHED OR CANCELLED PLAN REUSES THE RECORD.
      *
      *    AN AGREEMENT THAT SPECIFIES ITS OWN PAYMENT ORDER CARRIES
      *    IT IN THE EPSWFALL BUCKET CODES; EPSPYPST APPLIES THE
      *    LOAN'S PAYMENTS IN THAT ORDER WHILE THE PLAN IS ACTIVE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY EPSFBTXN.

       FD  PLAN-FILE
           RECORD CONTAINS 58 CHARACTERS.
           COPY EPSFBPLN.

       FD  SERVICING-MASTER-FILE
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - PLAN DATES OR TYPE INVALID'.
              05 FILLER                  PIC 99 VALUE 6.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - PAYMENT ORDER NOT I,P,M,E,L ONCE'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 6 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

           03 WS-CANCEL-COUNT             PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

      *    HOW OFTEN EACH BUCKET CODE APPEARS IN THE KEYED ORDER.
       01 WS-ORDER-TALLIES.
           03 WS-TALLY-I                  PIC 9(2) COMP.
           03 WS-TALLY-P                  PIC 9(2) COMP.
           03 WS-TALLY-M                  PIC 9(2) COMP.
           03 WS-TALLY-E                  PIC 9(2) COMP.
           03 WS-TALLY-L                  PIC 9(2) COMP.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           IF FBTX-START-DATE = 0 OR FBTX-END-DATE = 0
              OR FBTX-END-DATE < FBTX-START-DATE
              MOVE 5 TO WS-VALIDATION-INDICATOR
           END-IF.
           IF WS-TRANSACTION-VALID AND FBTX-PAYMENT-ORDER NOT = SPACES
              PERFORM A280-EDIT-PAYMENT-ORDER
           END-IF
           .

      *    FIVE BYTES HOLDING EACH OF THE FIVE BUCKET CODES ONCE.
       A280-EDIT-PAYMENT-ORDER.
           MOVE 0 TO WS-TALLY-I WS-TALLY-P WS-TALLY-M
                     WS-TALLY-E WS-TALLY-L.
           INSPECT FBTX-PAYMENT-ORDER TALLYING
                   WS-TALLY-I FOR ALL 'I'
                   WS-TALLY-P FOR ALL 'P'
                   WS-TALLY-M FOR ALL 'M'
                   WS-TALLY-E FOR ALL 'E'
                   WS-TALLY-L FOR ALL 'L'.
           IF WS-TALLY-I NOT = 1 OR WS-TALLY-P NOT = 1
              OR WS-TALLY-M NOT = 1 OR WS-TALLY-E NOT = 1
              OR WS-TALLY-L NOT = 1
              MOVE 6 TO WS-VALIDATION-INDICATOR
           END-IF
           .

           MOVE FBTX-START-DATE   TO FBPLN-START-DATE.
           MOVE FBTX-END-DATE     TO FBPLN-END-DATE.
           MOVE FBTX-PLAN-PAYMENT TO FBPLN-PLAN-PAYMENT.
           MOVE FBTX-PAYMENT-ORDER TO FBPLN-PAYMENT-ORDER.
           MOVE WS-CURRENT-DATE-8 TO FBPLN-LAST-MAINT-DATE.
           IF PLAN-ON-FILE
              REWRITE FORBEARANCE-PLAN-RECORD
           MOVE FBTX-START-DATE   TO FBPLN-START-DATE.
           MOVE FBTX-END-DATE     TO FBPLN-END-DATE.
           MOVE FBTX-PLAN-PAYMENT TO FBPLN-PLAN-PAYMENT.
           MOVE FBTX-PAYMENT-ORDER TO FBPLN-PAYMENT-ORDER.
           MOVE WS-CURRENT-DATE-8 TO FBPLN-LAST-MAINT-DATE.
           REWRITE FORBEARANCE-PLAN-RECORD.
           ADD 1 TO WS-CHANGE-COUNT.
