      * EPSOTPRQ.cpy
      * One-time payment request record - one per ACH debit a
      * borrower authorized outside autopay, written through the day
      * by the IVR, the customer web site and the phone reps' screen
      * onto the EPSOTPRQ request file. EPSOTPAY validates each one
      * against EPSSRVCF, holds it on the EPSOTPRG register and
      * drafts it on the payment date the borrower chose.

       01  ONE-TIME-PAYMENT-REQUEST.
           03 OTPRQ-PAN                  PIC X(10).
           03 OTPRQ-CHANNEL-IND          PIC X.
              88 OTPRQ-CHANNEL-IVR          VALUE 'I'.
              88 OTPRQ-CHANNEL-WEB          VALUE 'W'.
              88 OTPRQ-CHANNEL-REP          VALUE 'R'.
           03 OTPRQ-REQUEST-DATE         PIC 9(8).
           03 OTPRQ-REQUEST-TIME         PIC 9(6).
      * THE DATE THE BORROWER CHOSE - THE DRAFT DATE AND THE
      * PAYMENT DATE THE POSTING RUN CREDITS. TODAY OR LATER.
           03 OTPRQ-PAYMENT-DATE         PIC 9(8).
           03 OTPRQ-PAYMENT-AMOUNT       PIC 9(7)V99.
           03 OTPRQ-ROUTING-NUMBER       PIC X(9).
           03 OTPRQ-ACCOUNT-NUMBER       PIC X(17).
      * ONLY A PHONE REP MAY WAIVE THE CONVENIENCE FEE, AND THE
      * WAIVING REP'S USER ID TRAVELS WITH THE REQUEST. A WAIVER
      * FLAGGED ON AN IVR OR WEB REQUEST IS IGNORED.
           03 OTPRQ-FEE-WAIVED-IND       PIC X.
              88 OTPRQ-FEE-WAIVED           VALUE 'Y'.
           03 OTPRQ-REP-ID               PIC X(8).
      * THE CONFIRMATION NUMBER THE FRONT END READ BACK TO THE
      * BORROWER - CARRIED TO THE REGISTER AND THE REPORT.
           03 OTPRQ-CONFIRMATION-NUM     PIC X(12).
           03 FILLER                     PIC X(11).
