      * EPSSCRTX.cpy
      * SCRA protection maintenance transaction record for EPSSCRMT -
      * the EPSMITXN transaction shape. ADD records a newly verified
      * period of service, CHANGE corrects the dates (typically the
      * duty end date once the release papers arrive), CANCEL backs
      * out a record entered in error - EPSSCRCP restores any rate
      * it had capped on the next run.

       01  SCRA-MAINT-TRANSACTION.
           03 SCRTX-ACTION               PIC X.
              88 SCRTX-ADD                  VALUE 'A'.
              88 SCRTX-CHANGE               VALUE 'C'.
              88 SCRTX-CANCEL               VALUE 'X'.
           03 SCRTX-PAN                  PIC X(10).
           03 SCRTX-DUTY-START-DATE      PIC 9(8).
           03 SCRTX-DUTY-END-DATE        PIC 9(8).
           03 SCRTX-VERIFY-SOURCE        PIC X.
           03 SCRTX-VERIFY-DATE          PIC 9(8).
           03 SCRTX-PRE-SERVICE-IND      PIC X.
           03 SCRTX-USER-ID              PIC X(8).
