           COPY EPSMITXN.

       FD  MI-POLICY-FILE
           RECORD CONTAINS 76 CHARACTERS.
           COPY EPSMIPOL.

       FD  CONTROL-REPORT
           MOVE MITXN-PREMIUM-RATE       TO MIPOL-PREMIUM-RATE.
           MOVE MITXN-EFFECTIVE-DATE     TO MIPOL-EFFECTIVE-DATE.
           MOVE WS-CURRENT-DATE-8        TO MIPOL-LAST-MAINT-DATE.
      *    EPSPMITR COMPUTES THE HPA TERMINATION DATE ON ITS NEXT RUN.
           MOVE 0                        TO MIPOL-TERMINATION-DATE.
           MOVE SPACE                    TO MIPOL-CANCEL-REASON.
           IF POLICY-ON-FILE
              REWRITE MI-POLICY-RECORD
           ELSE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'X'               TO MIPOL-STATUS-IND.
           MOVE SPACE             TO MIPOL-CANCEL-REASON.
           MOVE WS-CURRENT-DATE-8 TO MIPOL-LAST-MAINT-DATE.
           REWRITE MI-POLICY-RECORD.
           ADD 1 TO WS-CANCEL-COUNT.
