      * EPSACDVF.cpy
      * Credit bureau dispute case record - one per ACDV received,
      * keyed by PAN and the bureau's control number so EPSMTRO2 can
      * browse a loan's cases with one START. Opened by EPSACDVP from
      * the EPSACDVI intake with the record we reported for the
      * disputed cycle (from the EPSMT2HS archive) and what the
      * posted-payment trail says it should have been; answered by
      * EPSACDVP from the analyst's EPSACDVD decision. Kept after
      * the answer as the record of what was investigated and
      * changed.
      *
      * While the case is open EPSMTRO2 reports the loan with
      * compliance condition code XB; the first cycle after the
      * answer it reports XH, and an answered correction keeps being
      * applied to the reported payment history profile until the
      * corrected cycles age out of the 24-cycle window.

       01  ACDV-CASE-RECORD.
           03 ACDVF-KEY.
              05 ACDVF-PAN               PIC X(10).
              05 ACDVF-CONTROL-NUM       PIC X(12).
           03 ACDVF-BUREAU-CODE          PIC X.
           03 ACDVF-DISPUTE-CODE         PIC X(3).
           03 ACDVF-RECEIPT-DATE         PIC 9(8).
           03 ACDVF-DUE-DATE             PIC 9(8).
           03 ACDVF-DISPUTED-CYCLE       PIC 9(6).
           03 ACDVF-STATUS-IND           PIC X.
              88 ACDVF-OPEN                 VALUE 'O'.
              88 ACDVF-ANSWERED             VALUE 'R'.
      * WHAT WE REPORTED FOR THE DISPUTED CYCLE.
           03 ACDVF-REPORTED-STATUS      PIC X(2).
           03 ACDVF-REPORTED-BALANCE     PIC 9(9)V99.
           03 ACDVF-REPORTED-PAST-DUE    PIC 9(7)V99.
           03 ACDVF-REPORTED-HISTORY     PIC X(24).
      * WHAT THE POSTED-PAYMENT TRAIL SUPPORTS, BY THE DATE EACH
      * PAYMENT WAS MADE RATHER THAN THE DATE IT POSTED.
           03 ACDVF-FOUND-STATUS         PIC X(2).
           03 ACDVF-FOUND-HISTORY        PIC X(24).
           03 ACDVF-POSTINGS-REVIEWED    PIC 9(3).
      * THE ANSWER - SEE EPSACDVR FOR THE CODES.
           03 ACDVF-RESPONSE-CODE        PIC X.
              88 ACDVF-VERIFIED             VALUE 'V'.
              88 ACDVF-MODIFIED             VALUE 'M'.
              88 ACDVF-NOT-LOCATED          VALUE 'N'.
           03 ACDVF-RESPONSE-STATUS      PIC X(2).
           03 ACDVF-RESPONSE-HISTORY     PIC X(24).
           03 ACDVF-RESPONSE-DATE        PIC 9(8).
           03 ACDVF-ANALYST-ID           PIC X(8).
      * 'P' A MODIFIED STATUS NOT YET CARRIED INTO A REPORTING CYCLE,
      * 'A' CARRIED. THE HISTORY CORRECTION IS APPLIED EVERY CYCLE.
           03 ACDVF-CORRECTION-IND       PIC X.
              88 ACDVF-CORRECTION-PENDING   VALUE 'P'.
              88 ACDVF-CORRECTION-APPLIED   VALUE 'A'.
      * 'Y' ONCE EPSMTRO2 HAS REPORTED THE XH THAT CLEARS THE XB.
           03 ACDVF-XH-REPORTED-IND      PIC X.
              88 ACDVF-XH-REPORTED          VALUE 'Y'.
           03 FILLER                     PIC X(31).
