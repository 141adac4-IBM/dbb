      * EPSBSACS.cpy
      * BSA suspicious-activity case log - one record per case, keyed
      * by borrower and the date EPSCTRDY opened it. EPSCTRDY opens a
      * case when a borrower's just-under-threshold cash payments
      * repeat inside the rolling review window, and refreshes the
      * pattern figures on the borrower's open case instead of opening
      * a second one. The BSA officer's disposition is applied by
      * EPSBSAMT: a SAR filed or a no-SAR decision closes the case, an
      * escalation records the decision and leaves it open. Cases are
      * never deleted - the log is the examiner's record of review.

       01  BSA-CASE-RECORD.
           03 BSAC-KEY.
              05 BSAC-BORROWER-KEY       PIC X(10).
              05 BSAC-OPEN-DATE          PIC 9(8).
           03 BSAC-KEY-TYPE              PIC X.
              88 BSAC-KEYED-BY-TOKEN        VALUE 'T'.
              88 BSAC-KEYED-BY-PAN          VALUE 'P'.
      * THE LOAN OF THE PAYMENT THAT LAST TRIPPED THE PATTERN.
           03 BSAC-PAN                   PIC X(10).
           03 BSAC-BORROWER-NAME         PIC X(30).
      * PATTERN FIGURES AS OF THE LAST DAY THE PATTERN TRIPPED.
           03 BSAC-LAST-FLAG-DATE        PIC 9(8).
           03 BSAC-NEAR-COUNT            PIC 9(3).
           03 BSAC-WINDOW-CASH-TOTAL     PIC 9(9)V99.
      * A SAR IS DUE 30 DAYS FROM THE DATE THE CASE WAS OPENED.
           03 BSAC-SAR-DUE-DATE          PIC 9(8).
           03 BSAC-STATUS-IND            PIC X.
              88 BSAC-OPEN                  VALUE 'O'.
              88 BSAC-CLOSED                VALUE 'C'.
           03 BSAC-DISPOSITION           PIC X.
              88 BSAC-PENDING               VALUE SPACE.
              88 BSAC-SAR-FILED             VALUE 'S'.
              88 BSAC-NO-SAR                VALUE 'N'.
              88 BSAC-ESCALATED             VALUE 'E'.
           03 BSAC-DISPOSITION-DATE      PIC 9(8).
           03 BSAC-OFFICER-ID            PIC X(8).
           03 BSAC-NOTES                 PIC X(60).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(13).
