      * EPSACDVD.cpy
      * Dispute investigation decision record - one per EPSACDVF case
      * the credit reporting analyst has finished reviewing, keyed
      * in from the EPSACDVP investigation report. EPSACDVP answers
      * the case from it on its next run.

       01  ACDV-DECISION-RECORD.
           03 ACDVD-PAN                  PIC X(10).
           03 ACDVD-CONTROL-NUM          PIC X(12).
      * 'A' ANSWER WITH THE INVESTIGATION'S FINDINGS (VERIFIED WHEN
      * THEY AGREE WITH WHAT WAS REPORTED, MODIFIED WHEN THEY DON'T);
      * 'V' VERIFY AS REPORTED - THE ANALYST FOUND THE FINDINGS DO
      * NOT APPLY (A PAYMENT DATED EARLY BUT RECEIVED LATE, ETC).
           03 ACDVD-DECISION             PIC X.
              88 ACDVD-ACCEPT-FINDINGS      VALUE 'A'.
              88 ACDVD-VERIFY-AS-REPORTED   VALUE 'V'.
              88 ACDVD-VALID-DECISION       VALUE 'A' 'V'.
           03 ACDVD-ANALYST-ID           PIC X(8).
           03 ACDVD-DECISION-DATE        PIC 9(8).
           03 FILLER                     PIC X(1).
