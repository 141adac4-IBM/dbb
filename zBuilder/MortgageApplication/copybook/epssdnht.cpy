      * EPSSDNHT.cpy
      * OFAC potential-match (hit) record - written by the EPSSDNSC
      * screening service whenever a borrower, check payee or wire
      * beneficiary scores at or over the match threshold against an
      * SDN entry, keyed by what was screened and which list entry it
      * matched. Compliance works the hits through EPSSDNAP, which
      * stamps who decided and why; a cleared false positive stays
      * on file so the same name is not held again for the same
      * entry. The EPSSDNRP report lists them all. While any hit for
      * an item is pending or confirmed, the item stays held.

       01  SDN-HIT-RECORD.
           03 SDNHT-KEY.
              05 SDNHT-SOURCE            PIC X.
                 88 SDNHT-BORROWER          VALUE 'B'.
                 88 SDNHT-CHECK-PAYEE       VALUE 'C'.
                 88 SDNHT-WIRE-BENEFICIARY  VALUE 'W'.
      * PAN FOR A BORROWER, CHECK NUMBER FOR A CHECK, PENDING-WIRE
      * SEQUENCE FOR A WIRE - NUMBERS ZERO-FILLED TO TEN DIGITS.
              05 SDNHT-REFERENCE         PIC X(10).
              05 SDNHT-LIST-KEY.
                 07 SDNHT-ENTRY-NUM      PIC 9(10).
                 07 SDNHT-ALT-NUM        PIC 9(10).
           03 SDNHT-PAN                  PIC X(10).
           03 SDNHT-SCREENED-NAME        PIC X(40).
           03 SDNHT-LIST-NAME            PIC X(60).
           03 SDNHT-SCORE                PIC 9(3).
           03 SDNHT-CALLER-ID            PIC X(8).
           03 SDNHT-HIT-DATE             PIC 9(8).
           03 SDNHT-STATUS-IND           PIC X.
              88 SDNHT-PENDING              VALUE 'P'.
              88 SDNHT-CLEARED              VALUE 'C'.
              88 SDNHT-BLOCKED              VALUE 'B'.
           03 SDNHT-DECIDED-BY           PIC X(8).
           03 SDNHT-DECISION-DATE        PIC 9(8).
           03 SDNHT-DECISION-REASON      PIC X(40).
      * DATE THE HELD ITEM WENT BACK INTO PROCESSING AFTER ITS LAST
      * OPEN HIT WAS CLEARED - ZERO UNTIL THEN.
           03 SDNHT-RELEASED-DATE        PIC 9(8).
           03 FILLER                     PIC X(25).
