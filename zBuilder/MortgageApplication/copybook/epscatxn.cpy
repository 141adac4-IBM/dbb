      * EPSCATXN.cpy
      * Corporate advance transaction record for EPSCAPST - one per
      * fee the shop paid on a borrower's behalf, or per credit that
      * reverses one. Property preservation bills are keyed from
      * accounts payable; EPSVNINV (VNINCATX) writes each foreclosure
      * attorney invoice it pays; EPSINSPR (INSPCATX) writes the
      * inspection fee billed on each vendor result, EPSHZSCN
      * (HZSCCATX) the force-placed premium and EPSHZNTK (HZNTCATX)
      * the credit when proof of coverage refunds that premium, and
      * EPSTXBIN (TXBNCATX) the delinquent tax it pays to protect the
      * lien on a non-escrowed loan. The stream concatenates them all
      * onto EPSCATXN.

       01  CORP-ADVANCE-TRANSACTION.
           03 CATX-PAN                   PIC X(10).
           03 CATX-TYPE                  PIC X.
      * SAME TYPE CODES AS CADV-TYPE ON EPSCADVF.
           03 CATX-ACTION                PIC X.
              88 CATX-ADVANCE               VALUE 'A'.
              88 CATX-CREDIT                VALUE 'C'.
           03 CATX-AMOUNT                PIC 9(7)V99.
           03 CATX-PAID-DATE             PIC 9(8).
      * VENDOR INVOICE OR ORDER REFERENCE.
           03 CATX-REFERENCE             PIC X(12).
           03 CATX-USER-ID               PIC X(8).
           03 FILLER                     PIC X.
