      *       - THE JURISDICTION IS DERIVED FROM THE COUNTY THROUGH
      *         EPSJURDV, NEVER TRUSTED OFF THE TAPE.
      *
      *    THE PROPERTY IS GEOCODED TO ITS CENSUS TRACT THROUGH
      *    EPSTRGEO AS IT BOARDS SO THE PURCHASE COUNTS ON THE CRA
      *    REPORT; A ZIP NOT ON THE TRACT FILE STILL BOARDS, COUNTED
      *    ON THE SUMMARY LINE FOR COMPLIANCE TO GEOCODE BY HAND.
      *
      *    A MISMATCH GOES TO THE EPSACQQR QUARANTINE (THE EPSMQUAR
      *    SHAPE) INSTEAD OF BOARDING BAD DATA. AT END OF RUN THE
      *    TAPE'S LOAN COUNT AND PRINCIPAL TOTAL ARE PROVED AGAINST
      *    THE SELLER'S TRIAL-BALANCE CARD (SYSIN COLS 1-7 COUNT,
      *    9-24 PRINCIPAL IN PENNIES-LESS FORM 9(14)V99).
      *
      *    EPSESIDS RUNS BEHIND THIS STEP TO SEND EACH NEWLY BOARDED
      *    ESCROWED LOAN ITS INITIAL ESCROW ACCOUNT STATEMENT.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY EPSBRWRF.

       FD  PROPERTY-MASTER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSPROPF.

       FD  QUARANTINE-FILE
       01 WS-COUNTERS.
           03 WS-BOARDED-COUNT            PIC 9(7) VALUE 0.
           03 WS-QUARANTINED-COUNT        PIC 9(7) VALUE 0.
           03 WS-NO-TRACT-COUNT           PIC 9(7) VALUE 0.
       01 WS-TAPE-TOTALS.
           03 WS-TAPE-COUNT               PIC 9(7) VALUE 0.
           03 WS-TAPE-PRINCIPAL           PIC S9(14)V99 COMP-3
      *    SHARED COUNTY-TO-JURISDICTION DERIVATION - SEE EPSJDPM.
           COPY EPSJDPM.

      *    SHARED CENSUS TRACT GEOCODER - SEE EPSTGPM.
           COPY EPSTGPM.

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
              05 FILLER                   PIC X(14) VALUE
                 'QUARANTINED:'.
              05 SUM-QUARANTINED          PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'NOT GEOCODED:'.
              05 SUM-NO-TRACT             PIC ZZZZZZ9.

       LINKAGE SECTION.
      *
      *    LIMIT THROUGH EPSHLMNT AFTER BOARDING.
           MOVE 0                      TO SRV-CREDIT-LIMIT.
           MOVE 0                      TO SRV-RELIEF-END-DATE.
           MOVE 0                      TO SRV-MATURITY-DATE.
           MOVE WS-CURRENT-DATE-8      TO SRV-BOARDING-DATE.
           MOVE WS-CURRENT-DATE-8      TO SRV-LAST-MAINT-DATE.
           WRITE SERVICING-MASTER-RECORD.
                                    TO PROP-JURISDICTION-CODE.
           MOVE 0                   TO PROP-APPRAISAL-DATE.
           MOVE WS-CURRENT-DATE-8   TO PROP-LAST-MAINT-DATE.
           MOVE ACQ-PROPERTY-ZIP    TO EPSTRGEO-ZIP.
           MOVE ACQ-PROPERTY-COUNTY TO EPSTRGEO-COUNTY-CODE.
           CALL 'EPSTRGEO' USING EPSTRGEO-PARMS.
           IF EPSTRGEO-SUCCESS OR EPSTRGEO-COUNTY-MISMATCH
              MOVE EPSTRGEO-GEOID        TO PROP-CENSUS-TRACT
              MOVE EPSTRGEO-MSA-CODE     TO PROP-MSA-CODE
              MOVE EPSTRGEO-INCOME-LEVEL TO PROP-TRACT-INCOME-LEVEL
           ELSE
              ADD 1 TO WS-NO-TRACT-COUNT
           END-IF.
           WRITE PROPERTY-MASTER-RECORD
              INVALID KEY
                 REWRITE PROPERTY-MASTER-RECORD
       A900-FINALIZE.
           MOVE WS-BOARDED-COUNT     TO SUM-BOARDED.
           MOVE WS-QUARANTINED-COUNT TO SUM-QUARANTINED.
           MOVE WS-NO-TRACT-COUNT    TO SUM-NO-TRACT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE      TO RPT-LINE.
