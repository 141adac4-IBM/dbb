           MOVE 0                    TO SRV-PENDING-RATE.
           MOVE HLTXN-CREDIT-LIMIT   TO SRV-CREDIT-LIMIT.
           MOVE 0                    TO SRV-RELIEF-END-DATE.
           MOVE 0                    TO SRV-MATURITY-DATE.
           MOVE WS-CURRENT-DATE-8    TO SRV-BOARDING-DATE.
           MOVE WS-CURRENT-DATE-8    TO SRV-LAST-MAINT-DATE.

