      *    AND RETURNS THE CURRENT BALANCE, INTEREST ACCRUED AT A
      *    DAILY RATE FROM THE PAID-TO DATE THROUGH THE GOOD-THRU
      *    DATE, THE PER-DIEM FOR LATE CLOSINGS, ACCRUED LATE CHARGES
      *    AND THE ESCROW REFUND, PLUS ANY CORPORATE ADVANCES STILL
      *    OWED ON THE EPSCADVF SUB-LEDGER (OPENED AND HELD THE SAME
      *    WAY). THE BATCH DRIVER EPSPOFST FORMATS
      *    THE ANSWER INTO THE STATEMENT FAXED TO THE CLOSING TABLE.
      *
      *    A LOAN STILL INSIDE THE TERM OF ITS EPSPPNTF PREPAYMENT
      *    PENALTY ALSO HAS THE PENALTY PRICED IN AS ITS OWN FIGURE -
      *    UNLESS THE CALLER SAYS THE PAYOFF IS FROM A SALE THE TERMS
      *    EXEMPT, WHEN THE WAIVED AMOUNT COMES BACK FLAGGED AND THE
      *    TOTAL LEAVES IT OUT.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT CORP-ADVANCE-FILE ASSIGN TO EPSCADVF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CADV-KEY
                  FILE STATUS IS WS-CADVF-STATUS.

           SELECT PREPAY-TERMS-FILE ASSIGN TO EPSPPNTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PPN-PAN
                  FILE STATUS IS WS-PPNTF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  CORP-ADVANCE-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSCADVF.

       FD  PREPAY-TERMS-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSPPNTF.

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-SRVCF-STATUS          PIC XX.
           03 WS-CADVF-STATUS          PIC XX.
           03 WS-PPNTF-STATUS          PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-SRVCF-FIRST-CALL      PIC X VALUE 'Y'.
              88 SRVCF-FIRST-CALL         VALUE 'Y'.
           03 WS-CADVF-OPEN            PIC X VALUE 'N'.
              88 ADVANCE-LEDGER-OPEN      VALUE 'Y'.
           03 WS-END-OF-ADVANCES       PIC X VALUE 'N'.
              88 END-OF-ADVANCES          VALUE 'Y'.
           03 WS-PPNTF-OPEN            PIC X VALUE 'N'.
              88 PENALTY-TERMS-OPEN       VALUE 'Y'.

       01 WS-INTEREST-WORK.
           03 WS-DAILY-RATE            PIC S9(3)V9(9) COMP-3.
           03 WS-ACCRUAL-DAYS          PIC S9(5)      COMP.

      *    PREPAYMENT PENALTY PRICING - SEE A400.
       01 WS-PENALTY-WORK.
           03 WS-YEAR-PREPAID          PIC S9(9)V99   COMP.
           03 WS-NEXT-ANNIVERSARY      PIC 9(8).
           03 WS-ALLOWED-REMAINING     PIC S9(9)V99   COMP.

       LINKAGE SECTION.
      *
       COPY EPSPOPM.
                          EPSPAYOF-PER-DIEM
                          EPSPAYOF-LATE-CHARGES
                          EPSPAYOF-ESCROW-REFUND
                          EPSPAYOF-CORP-ADVANCES
                          EPSPAYOF-PREPAY-PENALTY
                          EPSPAYOF-PENALTY-EXCESS
                          EPSPAYOF-TOTAL-PAYOFF.
           MOVE 'N'    TO EPSPAYOF-PENALTY-WAIVED-IND.
           IF SRVCF-FIRST-CALL
              OPEN INPUT SERVICING-MASTER-FILE
              OPEN INPUT CORP-ADVANCE-FILE
              IF WS-CADVF-STATUS = '00'
                 MOVE 'Y' TO WS-CADVF-OPEN
              END-IF
              OPEN INPUT PREPAY-TERMS-FILE
              IF WS-PPNTF-STATUS = '00'
                 MOVE 'Y' TO WS-PPNTF-OPEN
              END-IF
              MOVE 'N' TO WS-SRVCF-FIRST-CALL
           END-IF.
           PERFORM A100-READ-LOAN.

           MOVE SRV-ESCROW-BALANCE TO EPSPAYOF-ESCROW-REFUND.

           IF ADVANCE-LEDGER-OPEN
              PERFORM A300-TOTAL-ADVANCES
           END-IF.

           IF PENALTY-TERMS-OPEN AND SRV-HAS-PREPAY-PENALTY
              PERFORM A400-PRICE-PENALTY
           END-IF.

           COMPUTE EPSPAYOF-TOTAL-PAYOFF =
                   SRV-PRINCIPAL-BALANCE
                 + EPSPAYOF-ACCRUED-INTEREST
                 + SRV-LATE-CHARGE-DUE
                 + EPSPAYOF-CORP-ADVANCES
                 - EPSPAYOF-ESCROW-REFUND.
           IF NOT EPSPAYOF-PENALTY-WAIVED
              ADD EPSPAYOF-PREPAY-PENALTY TO EPSPAYOF-TOTAL-PAYOFF
           END-IF
           .

      *    EVERY OPEN ADVANCE TYPE ON THE LOAN EXCEPT THE ESCROW-
      *    CARRIED ONE, WHICH THE ESCROW NETTING ABOVE COVERS.
       A300-TOTAL-ADVANCES.
           MOVE 'N'          TO WS-END-OF-ADVANCES.
           MOVE EPSPAYOF-PAN TO CADV-PAN.
           MOVE LOW-VALUES   TO CADV-TYPE.
           START CORP-ADVANCE-FILE KEY IS NOT LESS THAN CADV-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-ADVANCES
           END-START.
           PERFORM A310-ADD-ONE-ADVANCE UNTIL END-OF-ADVANCES
           .

       A310-ADD-ONE-ADVANCE.
           READ CORP-ADVANCE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-ADVANCES
           END-READ.
           IF NOT END-OF-ADVANCES
              IF CADV-PAN NOT = EPSPAYOF-PAN
                 MOVE 'Y' TO WS-END-OF-ADVANCES
              ELSE
                 IF CADV-OPEN AND NOT CADV-ESCROW-CARRIED
                    ADD CADV-BALANCE TO EPSPAYOF-CORP-ADVANCES
                 END-IF
              END-IF
           END-IF
           .

      *    A PAYOFF ON OR AFTER THE EXPIRY DATE OWES NO PENALTY. THE
      *    LOAN YEAR'S PREPAYMENTS TO DATE COUNT AGAINST THE ALLOWED
      *    THRESHOLD UNLESS THE GOOD-THRU DATE FALLS IN A LATER LOAN
      *    YEAR, WHEN THE WHOLE THRESHOLD IS FREE AGAIN; THE PENALTY
      *    IS FIGURED ON THE BALANCE BEYOND WHAT IS LEFT OF IT.
       A400-PRICE-PENALTY.
           MOVE EPSPAYOF-PAN TO PPN-PAN.
           READ PREPAY-TERMS-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF EPSPAYOF-GOOD-THRU-DATE NOT < PPN-EXPIRY-DATE
              EXIT PARAGRAPH
           END-IF.

           MOVE PPN-YEAR-PREPAID TO WS-YEAR-PREPAID.
           COMPUTE WS-NEXT-ANNIVERSARY = PPN-YEAR-START-DATE + 10000.
           IF EPSPAYOF-GOOD-THRU-DATE NOT < WS-NEXT-ANNIVERSARY
              MOVE 0 TO WS-YEAR-PREPAID
           END-IF.
           COMPUTE WS-ALLOWED-REMAINING ROUNDED =
                   PPN-ORIGINAL-PRINCIPAL * PPN-ALLOWED-PCT / 100
                 - WS-YEAR-PREPAID.
           IF WS-ALLOWED-REMAINING < 0
              MOVE 0 TO WS-ALLOWED-REMAINING
           END-IF.
           COMPUTE EPSPAYOF-PENALTY-EXCESS =
                   SRV-PRINCIPAL-BALANCE - WS-ALLOWED-REMAINING.
           IF EPSPAYOF-PENALTY-EXCESS NOT > 0
              MOVE 0 TO EPSPAYOF-PENALTY-EXCESS
              EXIT PARAGRAPH
           END-IF.

           IF PPN-PERCENT-METHOD
              COMPUTE EPSPAYOF-PREPAY-PENALTY ROUNDED =
                      EPSPAYOF-PENALTY-EXCESS * PPN-PENALTY-PCT / 100
           ELSE
              COMPUTE EPSPAYOF-PREPAY-PENALTY ROUNDED =
                      EPSPAYOF-PENALTY-EXCESS * SRV-CURRENT-RATE
                      / 1200 * PPN-INTEREST-MONTHS
           END-IF.
           IF EPSPAYOF-PROPERTY-SALE
              AND (PPN-SOFT-PENALTY OR PPN-SALE-EXCEPTION)
              MOVE 'Y' TO EPSPAYOF-PENALTY-WAIVED-IND
           END-IF
           .
