      * EPSCMPRF.cpy
      * Borrower communication-preference record - one per PAN that
      * has given (or since withdrawn) consent to be contacted by text
      * message or email, keyed by PAN the same way EPSBRWRF is.
      * Maintained in batch by EPSCPMNT; a STOP reply or email opt-out
      * coming back from the notification vendor withdraws the
      * channel's consent in EPSNTFEX before anything else is sent.
      * No record, or no consented channel, means the borrower gets
      * no text or email notifications at all - mail is unaffected.
      * This is contact consent only; paperless documents are a
      * separate E-SIGN election on EPSEDPRF.

       01  COMMUNICATION-PREFERENCE-RECORD.
           03 CMPF-PAN                   PIC X(10).
      * TEXT MESSAGES - THE MOBILE NUMBER IS CARRIED (999)999-9999,
      * THE SAME SHAPE AS BRWR-PHONE-NUM.
           03 CMPF-TEXT-CONSENT-IND      PIC X.
              88 CMPF-TEXT-CONSENTED        VALUE 'Y'.
           03 CMPF-TEXT-CONSENT-DATE     PIC 9(8).
           03 CMPF-MOBILE-PHONE          PIC X(13).
           03 CMPF-EMAIL-CONSENT-IND     PIC X.
              88 CMPF-EMAIL-CONSENTED       VALUE 'Y'.
           03 CMPF-EMAIL-CONSENT-DATE    PIC 9(8).
           03 CMPF-EMAIL-ADDRESS         PIC X(60).
      * THE CHANNEL TRIED FIRST; THE OTHER IS USED ONLY WHEN THE
      * PREFERRED ONE HAS NO CONSENT.
           03 CMPF-PREFERRED-CHANNEL     PIC X.
              88 CMPF-PREFER-TEXT           VALUE 'T'.
              88 CMPF-PREFER-EMAIL          VALUE 'E'.
      * THE BORROWER'S TIME ZONE FOR THE QUIET-HOURS WINDOW - E, C, M,
      * P, A (ALASKA), H (HAWAII). SPACE IS NOT KNOWN: EPSNTFEX THEN
      * SENDS ONLY IN THE HOURS THAT ARE OUTSIDE QUIET HOURS FROM THE
      * EAST COAST TO THE WEST COAST.
           03 CMPF-TIME-ZONE             PIC X.
              88 CMPF-ZONE-VALID            VALUE 'E' 'C' 'M' 'P'
                                                  'A' 'H' SPACE.
           03 CMPF-LAST-MAINT-DATE       PIC 9(8).
           03 CMPF-LAST-MAINT-USER       PIC X(8).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(31).
