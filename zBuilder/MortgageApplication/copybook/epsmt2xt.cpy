      *   11 CURRENT           71 30-59 DAYS PAST DUE
      *   78 60-89 DAYS        80 90-119 DAYS PAST DUE
      *   13 PAID/CLOSED       97 CHARGED OFF
      *
      * Every record reported is also kept on the EPSMT2HS archive,
      * so a bureau dispute (ACDV) worked by EPSACDVP can be matched
      * to exactly what went out for the disputed cycle.

       01  METRO2-EXTRACT-RECORD.
           03 MT2-PAN                    PIC X(10).
      * ('R') CANCELS THE PAYMENT IT BACKS OUT.
           03 MT2-PAYMENT-HISTORY        PIC X(24).
           03 MT2-REPORT-DATE            PIC 9(8).
      * COMPLIANCE CONDITION CODE - 'XB' WHILE A CONSUMER DISPUTE ON
      * EPSACDVF IS UNDER INVESTIGATION, 'XH' ON THE ONE CYCLE AFTER
      * THE INVESTIGATION IS ANSWERED (CLEARS THE XB AT THE BUREAU),
      * SPACES OTHERWISE.
           03 MT2-COMPLIANCE-CODE        PIC X(2).
