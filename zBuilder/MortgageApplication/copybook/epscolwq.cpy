              88 COLWQ-BUCKET-30            VALUE '030'.
              88 COLWQ-BUCKET-60            VALUE '060'.
              88 COLWQ-BUCKET-90            VALUE '090'.
      * A BALLOON LOAN STILL UNPAID PAST ITS MATURITY DATE - THE DAYS
      * ARE DAYS PAST MATURITY AND THE AMOUNT IS THE UNPAID BALANCE.
              88 COLWQ-BUCKET-MATURED       VALUE 'MAT'.
      * A LOAN OF OURS THAT IS ITSELF CURRENT BUT SITS BEHIND A FIRST
      * LIEN ON THE SAME PROPERTY (EPSLIENL) THAT HAS GONE DELINQUENT -
      * THE DAYS AND AMOUNT ARE ZERO AND THE SENIOR FIELDS BELOW SAY
      * WHICH FIRST AND HOW FAR BEHIND IT IS.
              88 COLWQ-BUCKET-SENIOR        VALUE 'SNR'.
           03 COLWQ-DAYS-PAST-DUE        PIC 9(4).
           03 COLWQ-AMOUNT-PAST-DUE      PIC 9(7)V99.
           03 COLWQ-LOAN-OFFICER         PIC X(8).
              88 COLWQ-PROMISE-OPEN         VALUE 'P'.
              88 COLWQ-PROMISE-KEPT         VALUE 'K'.
              88 COLWQ-PROMISE-BROKEN       VALUE 'B'.
      * 'S' ON A JUNIOR'S 'SNR' RECORD - THE SENIOR LIEN ON THE SAME
      * PROPERTY IS DELINQUENT, AND ITS PAN AND DAYS PAST DUE (OR
      * PAST MATURITY) RIDE WITH IT. SPACE ON EVERY OTHER RECORD; A
      * JUNIOR THAT IS ITSELF DELINQUENT HAS ITS OWN AGED RECORD AS
      * WELL.
           03 COLWQ-LIEN-IND             PIC X.
              88 COLWQ-SENIOR-DELINQUENT    VALUE 'S'.
           03 COLWQ-SENIOR-PAN           PIC X(10).
           03 COLWQ-SENIOR-DAYS-PAST-DUE PIC 9(4).
