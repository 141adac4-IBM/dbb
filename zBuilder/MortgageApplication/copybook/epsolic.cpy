      * EPSOLIC.cpy
      * Loan-officer license record - one per officer per state the
      * officer may originate in, keyed by officer ID and state.
      * Maintained by EPSOLMNT from the NMLS consumer-access roster.
      * An officer employed by a federally insured depository is
      * REGISTERED rather than state-licensed; that registration is
      * carried once, under state 'US', and covers every state.
      * EPSCLNTK and EPSASMNT refuse an application whose officer
      * holds no current license (or registration) for the EPSPROPF
      * property state, EPSCDGEN prints the NMLS ID on the Closing
      * Disclosure, and EPSOLEXP reports what is about to lapse.

       01  OFFICER-LICENSE-RECORD.
           03 OLIC-KEY.
              05 OLIC-LOAN-OFFICER       PIC X(8).
      * TWO-LETTER POSTAL STATE, OR 'US' FOR A FEDERAL REGISTRATION.
              05 OLIC-STATE              PIC X(2).
                 88 OLIC-ALL-STATES         VALUE 'US'.
      * THE OFFICER'S NMLS UNIQUE IDENTIFIER - THE SAME ON EVERY
      * RECORD THE OFFICER HOLDS.
           03 OLIC-NMLS-ID               PIC X(12).
           03 OLIC-LICENSE-TYPE          PIC X.
              88 OLIC-STATE-LICENSE         VALUE 'L'.
              88 OLIC-FEDERAL-REGISTRATION  VALUE 'R'.
           03 OLIC-STATUS-IND            PIC X.
              88 OLIC-ACTIVE                VALUE 'A'.
              88 OLIC-INACTIVE              VALUE 'I'.
              88 OLIC-SUSPENDED             VALUE 'S'.
      * A LICENSE IS CURRENT WHILE ACTIVE AND NOT PAST THIS DATE -
      * STATE LICENSES AND REGISTRATIONS BOTH RENEW EACH DECEMBER.
           03 OLIC-EXPIRATION-DATE       PIC 9(8).
           03 OLIC-LAST-MAINT-DATE       PIC 9(8).
           03 OLIC-USER-ID               PIC X(8).
      * EXPANSION SPACE.
           03 FILLER                     PIC X(12).
