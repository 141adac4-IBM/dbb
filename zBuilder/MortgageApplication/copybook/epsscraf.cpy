      * EPSSCRAF.cpy
      * SCRA servicemember-protection record - one per loan whose
      * borrower is (or was) on active military duty, keyed by PAN.
      * Maintained by EPSSCRMT from verified orders and by EPSSCRIN
      * from the monthly DoD matching results. A loan is protected
      * from SCRA-DUTY-START-DATE through SCRA-PROTECT-END-DATE -
      * the duty end date plus one year, or all nines while the
      * borrower is still serving. While protected, EPSSCRCP holds
      * SRV-CURRENT-RATE at 6% (on pre-service debt), EPSLTCHG
      * assesses no late charge and EPSSVSMT refuses to move the
      * loan into foreclosure; every action held back is written to
      * the EPSSCRBK log for the EPSSCRRP compliance report.

       01  SCRA-PROTECTION-RECORD.
           03 SCRA-PAN                   PIC X(10).
           03 SCRA-STATUS-IND            PIC X.
              88 SCRA-ACTIVE                VALUE 'A'.
      * PROTECTION PERIOD RAN OUT AND EPSSCRCP PUT THE RATE BACK.
              88 SCRA-EXPIRED               VALUE 'E'.
      * ENTERED IN ERROR - CANCELLED THROUGH EPSSCRMT.
              88 SCRA-CANCELLED             VALUE 'X'.
           03 SCRA-DUTY-START-DATE       PIC 9(8).
      * ZERO WHILE THE BORROWER IS STILL ON ACTIVE DUTY.
           03 SCRA-DUTY-END-DATE         PIC 9(8).
           03 SCRA-PROTECT-END-DATE      PIC 9(8).
           03 SCRA-VERIFY-SOURCE         PIC X.
              88 SCRA-VERIFIED-DOD          VALUE 'D'.
              88 SCRA-VERIFIED-ORDERS       VALUE 'O'.
              88 SCRA-VERIFIED-CO-LETTER    VALUE 'C'.
              88 SCRA-VALID-SOURCE          VALUE 'D' 'O' 'C'.
           03 SCRA-VERIFY-DATE           PIC 9(8).
      * 'Y' WHEN THE LOAN WAS TAKEN OUT BEFORE THE DUTY STARTED -
      * THE 6% CAP ONLY REACHES PRE-SERVICE OBLIGATIONS. THE LATE-
      * CHARGE AND FORECLOSURE HOLDS APPLY EITHER WAY.
           03 SCRA-PRE-SERVICE-IND       PIC X.
              88 SCRA-PRE-SERVICE-DEBT      VALUE 'Y'.
      * 'Y' WHILE EPSSCRCP HAS THE MASTER'S RATE HELD AT THE CAP;
      * SCRA-PRE-CAP-RATE IS THE NOTE RATE TO PUT BACK AFTERWARDS.
           03 SCRA-RATE-CAP-IND          PIC X.
              88 SCRA-RATE-CAPPED           VALUE 'Y'.
           03 SCRA-PRE-CAP-RATE          PIC 9(3)V99.
           03 SCRA-CAP-DATE              PIC 9(8).
           03 SCRA-RESTORE-DATE          PIC 9(8).
           03 SCRA-ADD-DATE              PIC 9(8).
           03 SCRA-LAST-MAINT-DATE       PIC 9(8).
           03 SCRA-USER-ID               PIC X(8).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(9).
