      * EPSAPPST application in the reporting year, built by EPSHMDA
      * from the application workflow record, the PAN's most recent
      * EPSAUDIT quote row (the loan amount and terms the intake
      * quoted), the DNLXTRCT adverse-action reason codes for
      * denials and the applicant's EPSHMGMI ethnicity, race and sex.
      * Fixed-width, in filing-field order, so the LAR
      * formatter downstream takes it as-is.

       01  LAR-EXTRACT-RECORD.
           03 LARXT-DENIAL-REASON-2      PIC 99.
           03 LARXT-DENIAL-REASON-3      PIC 99.
           03 LARXT-DENIAL-REASON-4      PIC 99.
      * EPSHMGMI CODES AS KEYED - SPACES WHEN NO MONITORING RECORD IS
      * ON FILE (THE RECORD IS THEN NOT COMPLETE).
           03 LARXT-ETHNICITY            PIC X.
           03 LARXT-RACE                 PIC X.
           03 LARXT-SEX                  PIC X.
      * 'Y' WHEN EVERY REPORTABLE FIELD WAS PRESENT - THE EDIT REPORT
      * LISTS THE REST SO THEY CAN BE FIXED BEFORE FILING.
           03 LARXT-COMPLETE-IND         PIC X.
