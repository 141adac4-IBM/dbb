      * EPSRGOAP.cpy
      * Regulation O board approval record - one per insider loan,
      * keyed by PAN. Recorded by EPSRGOMT from the minutes of the
      * board meeting that approved the credit in advance. The
      * interested insider must have abstained from the vote. The
      * approved amount is the credit EPSASMNT adds to the insider's
      * outstanding aggregate when it tests the lending limit; the
      * lender and occupancy name the standard pricing - the
      * EPSMORTF rate sheet plus the EPSLLPA grid - EPSRGORP holds
      * the loan's rate against, to show the examiners the terms
      * were no more favorable than a non-insider borrower's.

       01  INSIDER-APPROVAL-RECORD.
           03 RGOAP-PAN                  PIC X(10).
           03 RGOAP-INSIDER-ID           PIC X(8).
           03 RGOAP-APPROVAL-DATE        PIC 9(8).
      * THE MEETING THE MINUTES RECORD THE VOTE UNDER.
           03 RGOAP-BOARD-MEETING-REF    PIC X(12).
           03 RGOAP-APPROVED-AMOUNT      PIC 9(9)V99.
           03 RGOAP-APPROVED-RATE        PIC 9(3)V99.
           03 RGOAP-LENDER-COMPANY       PIC X(24).
      * THE EPSLLPAG OCCUPANCY CODE - 'O' OWNER-OCCUPIED, 'S' SECOND
      * HOME, 'I' INVESTMENT.
           03 RGOAP-OCCUPANCY-IND        PIC X.
           03 RGOAP-ABSTAIN-IND          PIC X.
              88 RGOAP-INSIDER-ABSTAINED    VALUE 'Y'.
      * A RESCINDED APPROVAL STAYS ON FILE FOR THE EXAMINERS BUT
      * APPROVES NOTHING.
           03 RGOAP-STATUS-IND           PIC X.
              88 RGOAP-APPROVED             VALUE 'A'.
              88 RGOAP-RESCINDED            VALUE 'R'.
           03 RGOAP-LAST-MAINT-DATE      PIC 9(8).
           03 RGOAP-USER-ID              PIC X(8).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(3).
