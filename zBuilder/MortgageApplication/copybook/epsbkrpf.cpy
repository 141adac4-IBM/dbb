      * honored everywhere the shop would otherwise contact or dun
      * the borrower: EPSLGEN suppresses letters, EPSLTCHG skips the
      * charge and the notice, EPSBILST swaps the statement to the
      * informational format, EPSCPNBK prints no coupon book, and
      * EPSDLQAG routes the loan to the separate bankruptcy work
      * queue instead of EPSCOLWQ. One violation letter here costs
      * real money. EPSBKPOC produces the proof of claim and the
      * chapter 13 payment change and fee notices for the attorney
      * named here. A released record (discharged or dismissed) is
      * kept for the history. The cease-communication flag records a
      * written request from the borrower or their attorney that the
      * shop stop contacting them other than by required notice - it
      * is independent of the filing status, survives the release, and
      * stops the EPSNTFEX text and email notifications outright.

       01  BANKRUPTCY-STATUS-RECORD.
           03 BKRP-PAN                   PIC X(10).
           03 BKRP-ATTORNEY-PHONE        PIC X(13).
           03 BKRP-ADD-DATE              PIC 9(8).
           03 BKRP-LAST-MAINT-DATE       PIC 9(8).
           03 BKRP-CEASE-COMM-IND        PIC X.
              88 BKRP-CEASE-COMMUNICATION   VALUE 'Y'.
           03 BKRP-CEASE-COMM-DATE       PIC 9(8).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(1).
