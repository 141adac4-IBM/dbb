      * EPSCADVF.cpy
      * Corporate advance sub-ledger record - one per loan and advance
      * type, keyed by PAN plus type. Holds what the shop has paid on
      * the borrower's behalf and is owed back: inspection fees,
      * force-placed hazard premium, foreclosure attorney costs,
      * property preservation bills and delinquent property tax paid
      * to protect the lien. EPSCAPST posts the advances,
      * EPSPYPST recovers them from funds beyond the contractual
      * payment, EPSPAYOF quotes the balance, EPSPOFCP closes it at
      * payoff and EPSCHGOF writes it off at charge-off. EPSCAAGE
      * ages the open balances monthly.
      *
      * The force-placed premium is already charged to the escrow
      * balance by EPSHZSCN, so its record is flagged escrow-carried:
      * it is tracked and aged here, but the escrow account is what
      * collects it, so recovery, payoff and the GL receivable all
      * leave it to escrow.

       01  CORP-ADVANCE-RECORD.
           03 CADV-KEY.
              05 CADV-PAN                PIC X(10).
              05 CADV-TYPE               PIC X.
                 88 CADV-INSPECTION         VALUE 'I'.
                 88 CADV-FORCE-PLACED       VALUE 'F'.
                 88 CADV-ATTORNEY           VALUE 'A'.
                 88 CADV-PRESERVATION       VALUE 'P'.
      * DELINQUENT PROPERTY TAX PAID ON A NON-ESCROWED LOAN TO KEEP
      * THE COUNTY'S LIEN FROM GOING TO TAX SALE - SEE EPSTXBIN.
                 88 CADV-DELINQUENT-TAX     VALUE 'T'.
                 88 CADV-TYPE-VALID         VALUE 'I' 'F' 'A' 'P' 'T'.
           03 CADV-STATUS-IND            PIC X.
              88 CADV-OPEN                  VALUE 'O'.
              88 CADV-CLOSED                VALUE 'C'.
              88 CADV-WRITTEN-OFF           VALUE 'W'.
           03 CADV-ESCROW-CARRIED-IND    PIC X.
              88 CADV-ESCROW-CARRIED        VALUE 'Y'.
           03 CADV-ADVANCED-TO-DATE      PIC 9(9)V99.
           03 CADV-RECOVERED-TO-DATE     PIC 9(9)V99.
           03 CADV-WRITTEN-OFF-AMOUNT    PIC 9(9)V99.
           03 CADV-BALANCE               PIC 9(9)V99.
      * DATE THE BALANCE LAST WENT FROM ZERO TO OWED - WHAT EPSCAAGE
      * AGES FROM. ZERO WHILE NOTHING IS OUTSTANDING.
           03 CADV-OLDEST-OPEN-DATE      PIC 9(8).
           03 CADV-LAST-ADVANCE-DATE     PIC 9(8).
           03 CADV-LAST-RECOVERY-DATE    PIC 9(8).
           03 CADV-LAST-MAINT-DATE       PIC 9(8).
           03 FILLER                     PIC X(11).
