      * EPSMERSR.cpy
      * MERS registration record - one per loan given a Mortgage
      * Identification Number, keyed by MERS-PAN. EPSMINAS writes it
      * when the MIN is assigned at closing (EPSCDGEN, or EPSSVBLD
      * for a loan boarded without one) and EPSSVBLD marks it ready
      * to register once the loan is boarded. The events that change
      * who holds the loan on MERS queue a transaction here rather
      * than being keyed on the MERS site:
      *    EPSPOOL  - delivery to an investor (transfer of beneficial
      *               rights)
      *    EPSSVTRO - servicing released (transfer of servicing
      *               rights)
      *    EPSPOFCP - loan satisfied (deactivation)
      * EPSMERSD sends whatever is queued in the daily MERS batch,
      * EPSMERSA applies the MERS response file, and EPSMERSC
      * reconciles the monthly MERS data extract against this file,
      * EPSSRVCF and EPSPLASN.

       01  MERS-REGISTRATION-RECORD.
           03 MERS-PAN                   PIC X(10).
      * 18 DIGITS - OUR 7-DIGIT MERS ORG ID, A 10-DIGIT SEQUENCE FROM
      * EPSMRCTL, AND THE MOD 10 WEIGHT 2 CHECK DIGIT.
           03 MERS-MIN                   PIC X(18).
           03 MERS-MIN-ASSIGN-DATE       PIC 9(8).
      * A - MIN ASSIGNED AT CLOSING, LOAN NOT YET BOARDED
      * P - BOARDED, REGISTRATION WAITING FOR THE NEXT BATCH
      * S - REGISTRATION SENT, WAITING FOR THE MERS RESPONSE
      * R - REGISTERED ON MERS
      * I - DEACTIVATED ON MERS
           03 MERS-REG-STATUS            PIC X.
              88 MERS-MIN-ASSIGNED          VALUE 'A'.
              88 MERS-REG-PENDING           VALUE 'P'.
              88 MERS-REG-SENT              VALUE 'S'.
              88 MERS-REGISTERED            VALUE 'R'.
              88 MERS-DEACTIVATED           VALUE 'I'.
           03 MERS-REG-DATE              PIC 9(8).
      * WHO MERS SHOWS AS INVESTOR AND SERVICER, AS CONFIRMED BY THE
      * LAST ACCEPTED TRANSACTION - ZERO UNTIL REGISTERED.
           03 MERS-INVESTOR-ORG          PIC 9(7).
           03 MERS-SERVICER-ORG          PIC 9(7).
      * QUEUED TRANSACTIONS - SPACE WHEN NONE, P WAITING FOR THE
      * NEXT BATCH, S SENT AND WAITING FOR THE MERS RESPONSE. A
      * REJECTED TRANSACTION GOES BACK TO P WITH THE REJECT KEPT
      * BELOW, AND IS SENT AGAIN ONCE THE CAUSE IS CORRECTED.
           03 MERS-TOB-IND               PIC X.
              88 MERS-TOB-PENDING           VALUE 'P'.
              88 MERS-TOB-SENT              VALUE 'S'.
           03 MERS-TOB-INVESTOR-ORG      PIC 9(7).
           03 MERS-TOB-EFFECTIVE-DATE    PIC 9(8).
           03 MERS-TOS-IND               PIC X.
              88 MERS-TOS-PENDING           VALUE 'P'.
              88 MERS-TOS-SENT              VALUE 'S'.
           03 MERS-TOS-SERVICER-ORG      PIC 9(7).
           03 MERS-TOS-EFFECTIVE-DATE    PIC 9(8).
           03 MERS-DEA-IND               PIC X.
              88 MERS-DEA-PENDING           VALUE 'P'.
              88 MERS-DEA-SENT              VALUE 'S'.
      * MERS DEACTIVATION REASON - PF PAID IN FULL.
           03 MERS-DEA-REASON            PIC X(2).
           03 MERS-DEA-EFFECTIVE-DATE    PIC 9(8).
           03 MERS-LAST-BATCH-DATE       PIC 9(8).
           03 MERS-LAST-RESPONSE-DATE    PIC 9(8).
           03 MERS-LAST-REJECT-CODE      PIC X(4).
           03 MERS-LAST-REJECT-TEXT      PIC X(30).
      * THE LAST MONTHLY RECONCILIATION THAT FOUND THIS MIN ON THE
      * MERS EXTRACT.
           03 MERS-LAST-RECON-DATE       PIC 9(8).
           03 MERS-LAST-MAINT-DATE       PIC 9(8).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(32).
