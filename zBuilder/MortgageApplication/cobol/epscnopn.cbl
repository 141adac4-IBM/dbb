           MOVE 0                        TO SRV-PENDING-RATE.
           MOVE 0                        TO SRV-CREDIT-LIMIT.
           MOVE 0                        TO SRV-RELIEF-END-DATE.
           MOVE 0                        TO SRV-MATURITY-DATE.
           MOVE WS-CURRENT-DATE-8        TO SRV-BOARDING-DATE.
           MOVE WS-CURRENT-DATE-8        TO SRV-LAST-MAINT-DATE.

