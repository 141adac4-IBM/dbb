              88 WIREP-APPROVED             VALUE 'A'.
              88 WIREP-REJECTED             VALUE 'R'.
              88 WIREP-SENT                 VALUE 'S'.
      * BENEFICIARY IS AN OFAC POTENTIAL MATCH - NOT APPROVABLE OR
      * RELEASABLE. EPSSDNAP RETURNS IT TO PENDING WHEN COMPLIANCE
      * CLEARS IT, OR REJECTS IT WHEN THE MATCH IS CONFIRMED.
              88 WIREP-OFAC-HOLD            VALUE 'H'.
           03 WIREP-PAN                  PIC X(10).
           03 WIREP-AMOUNT               PIC 9(9)V99.
           03 WIREP-AGENT-NAME           PIC X(24).
