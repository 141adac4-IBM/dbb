      * EPSEITRK.cpy
      * Early-intervention tracking record - one per PAN that has
      * ever gone delinquent, keyed by PAN. EPSEICMP opens a cycle
      * the day a loan first shows past due (the next-due date the
      * posting run left on EPSSRVCF is the delinquency start),
      * follows the live-contact and written-notice milestones the
      * servicing rules set for every delinquency, and closes the
      * cycle when the loan comes current. Kept after the cure so
      * the last cycle's record stays for the examiners.

       01  EARLY-INTERVENTION-RECORD.
           03 EITRK-PAN                  PIC X(10).
           03 EITRK-STATUS-IND           PIC X.
              88 EITRK-DELINQUENT           VALUE 'D'.
              88 EITRK-CURED                VALUE 'C'.
           03 EITRK-DLQ-START-DATE       PIC 9(8).
      * THE LATEST PAYMENT DUE DATE WHOSE 36-DAY LIVE-CONTACT
      * DEADLINE HAS BEEN JUDGED (MET, MISSED OR EXEMPT).
           03 EITRK-CONTACT-CHECKED-DUE  PIC 9(8).
           03 EITRK-LAST-LIVE-CONTACT    PIC 9(8).
           03 EITRK-CONTACT-MISSED-COUNT PIC 9(3).
      * THE WRITTEN NOTICE IS QUEUED ON THE QUEUE DATE SO IT MAILS BY
      * THE DEADLINE; ONCE SENT, THE NEXT ONE IS DUE 45 DAYS AFTER
      * THE FIRST PAYMENT DUE DATE 180 DAYS ON.
           03 EITRK-NOTICE-QUEUE-DATE    PIC 9(8).
           03 EITRK-NOTICE-DEADLINE      PIC 9(8).
           03 EITRK-LAST-NOTICE-DATE     PIC 9(8).
           03 EITRK-NOTICE-COUNT         PIC 9(3).
           03 EITRK-NOTICE-LATE-COUNT    PIC 9(3).
           03 EITRK-CURED-DATE           PIC 9(8).
           03 EITRK-LAST-MAINT-DATE      PIC 9(8).
           03 FILLER                     PIC X(16).
