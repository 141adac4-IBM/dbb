      * EPSHMGMI.cpy
      * HMDA government monitoring record - one per application,
      * keyed by GMI-PAN: the applicant's ethnicity, race and sex as
      * given on the application (or noted by the interviewer when
      * the applicant declines in a face-to-face interview).
      * Maintained by EPSGMMNT. EPSHMDA carries the codes onto the
      * LAR extract and EPSFLPDA summarizes locked-rate pricing by
      * them. Never used in any credit or pricing decision.

       01  GOVT-MONITORING-RECORD.
           03 GMI-PAN                    PIC X(10).
      * HMDA ETHNICITY: 1 HISPANIC OR LATINO, 2 NOT HISPANIC OR
      * LATINO, 3 NOT PROVIDED, 4 NOT APPLICABLE.
           03 GMI-ETHNICITY              PIC X.
              88 GMI-VALID-ETHNICITY        VALUE '1' THRU '4'.
      * HMDA RACE: 1 AMERICAN INDIAN OR ALASKA NATIVE, 2 ASIAN,
      * 3 BLACK OR AFRICAN AMERICAN, 4 NATIVE HAWAIIAN OR OTHER
      * PACIFIC ISLANDER, 5 WHITE, 6 NOT PROVIDED, 7 NOT APPLICABLE.
           03 GMI-RACE                   PIC X.
              88 GMI-VALID-RACE             VALUE '1' THRU '7'.
      * HMDA SEX: 1 MALE, 2 FEMALE, 3 NOT PROVIDED, 4 NOT APPLICABLE.
           03 GMI-SEX                    PIC X.
              88 GMI-VALID-SEX              VALUE '1' THRU '4'.
      * 'Y' WHEN THE INTERVIEWER COMPLETED THE FIELDS ON VISUAL
      * OBSERVATION OR SURNAME, 'N' WHEN THE APPLICANT PROVIDED THEM.
           03 GMI-OBSERVED-IND           PIC X.
              88 GMI-OBSERVED               VALUE 'Y'.
           03 GMI-LAST-MAINT-DATE        PIC 9(8).
           03 FILLER                     PIC X(8).
