      * cutting manual checks from a spreadsheet. A cancelled policy
      * is kept with status 'X' so the history stays readable and the
      * loan falls off the remittance automatically.
      * EPSPMITR, the monthly Homeowners Protection Act run, stamps
      * the scheduled termination date the first time it sees the
      * policy and cancels the policy itself at 78% (or the
      * amortization midpoint) or on an approved 80% borrower
      * request, recording which in the cancel reason.

       01  MI-POLICY-RECORD.
           03 MIPOL-PAN                  PIC X(10).
           03 MIPOL-PREMIUM-RATE         PIC 9(1)V9(3).
           03 MIPOL-EFFECTIVE-DATE       PIC 9(8).
           03 MIPOL-LAST-MAINT-DATE      PIC 9(8).
      * THE DATE THE ORIGINAL AMORTIZATION SCHEDULE REACHES 78% OF
      * THE ORIGINAL VALUE (OR ITS MIDPOINT, IF EARLIER) - THE DATE
      * THE ANNUAL HPA DISCLOSURE ON THE EPSESCAN STATEMENT QUOTES.
      * ZERO UNTIL EPSPMITR FIRST COMPUTES IT.
           03 MIPOL-TERMINATION-DATE     PIC 9(8).
      * WHY A CANCELLED POLICY ENDED - SPACE ON A MANUAL EPSMIMNT
      * CANCEL.
           03 MIPOL-CANCEL-REASON        PIC X.
              88 MIPOL-AUTO-TERMINATED      VALUE 'A'.
              88 MIPOL-MIDPOINT-TERMINATED  VALUE 'M'.
              88 MIPOL-BORROWER-CANCELLED   VALUE 'B'.
