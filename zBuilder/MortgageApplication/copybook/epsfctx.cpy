      * EPSFCTX.cpy
      * Forward commitment maintenance transaction for EPSFCMNT - add
      * a commitment to the EPSFCMT master, change its terms, cancel
      * it, or mark it to the market. Add and change carry the whole
      * record, the EPSBKTXN shape; a mark carries the market price
      * in FCTX-PRICE and nothing else.

       01  COMMITMENT-MAINT-TRANSACTION.
           03 FCTX-ACTION                PIC X.
              88 FCTX-ADD                   VALUE 'A'.
              88 FCTX-CHANGE                VALUE 'C'.
              88 FCTX-CANCEL                VALUE 'X'.
              88 FCTX-MARK                  VALUE 'M'.
           03 FCTX-COMMITMENT-ID         PIC X(8).
           03 FCTX-INVESTOR-NAME         PIC X(24).
      * ZERO TRADE DATE ON AN ADD MEANS TODAY.
           03 FCTX-TRADE-DATE            PIC 9(8).
           03 FCTX-EXPIRATION-DATE       PIC 9(8).
           03 FCTX-COMMITTED-AMOUNT      PIC 9(11)V99.
      * THE COMMITMENT PRICE ON AN ADD OR CHANGE, THE MARKET PRICE ON
      * A MARK.
           03 FCTX-PRICE                 PIC 9(3)V9(3).
           03 FCTX-USER-ID               PIC X(8).
           03 FILLER                     PIC X(4).
