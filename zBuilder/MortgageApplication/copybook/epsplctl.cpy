      * servicing master. One record per run - the pool being built,
      * the investor buying it, the eligibility ranges a loan must
      * fall inside, and the ceiling on total principal delivered.
      * A pool sold under a forward commitment names it, and EPSPOOL
      * stops short of over-delivering that commitment.

       01  POOL-CRITERIA-CONTROL-RECORD.
           03 PLCTL-POOL-NUMBER          PIC X(6).
      * ANNUAL SERVICING FEE RATE WE RETAIN ON POOLED LOANS - CARRIED
      * ONTO EACH EPSPLASN ASSIGNMENT FOR THE MONTHLY REMITTANCE RUN.
           03 PLCTL-SERVICE-FEE-RATE     PIC 9(1)V9(3).
      * THE EPSFCMT FORWARD COMMITMENT THIS POOL IS DELIVERED AGAINST
      * - SPACES FOR A POOL SOLD WITHOUT ONE.
           03 PLCTL-COMMITMENT-ID        PIC X(8).
      * THE INVESTOR'S MERS ORG ID - THE TRANSFER OF BENEFICIAL RIGHTS
      * EPSPOOL QUEUES ON EPSMERSR FOR EACH DELIVERED LOAN NAMES IT.
           03 PLCTL-INVESTOR-MERS-ORG    PIC 9(7).
