      *    ON THE EPSSRVCF SERVICING MASTER PUSHES THE DERIVED CODE
      *    INTO SRV-JURISDICTION-CODE SO THE ESCROW/DISBURSEMENT PATH
      *    (EPSTXDSB) RUNS OFF THE DERIVED CODE, NOT A KEYED GUESS.
      *    THE CENSUS TRACT, MSA/MD AND TRACT INCOME LEVEL ARE
      *    GEOCODED FROM THE ZIP THROUGH EPSTRGEO ON EVERY ADD AND
      *    CHANGE FOR THE CRA ASSESSMENT-AREA REPORTING (EPSCRARP).
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  PROPERTY-MASTER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSPROPF.

       FD  SERVICING-MASTER-FILE
           03 WS-APPLIED-COUNT            PIC 9(5) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(5) VALUE 0.
           03 WS-NO-JURIS-COUNT           PIC 9(5) VALUE 0.
           03 WS-NO-TRACT-COUNT           PIC 9(5) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

      *    SHARED CENSUS TRACT GEOCODER - SEE EPSTGPM.
           COPY EPSTGPM.

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
              05 FILLER                   PIC X(16) VALUE
                 'NO JURISDICTION:'.
              05 SUM-NO-JURIS             PIC ZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'NOT GEOCODED:'.
              05 SUM-NO-TRACT             PIC ZZZZ9.

       LINKAGE SECTION.
      *
                   TO PROP-FLOOD-INSURANCE-IND
           END-IF.
           MOVE WS-CURRENT-DATE-8    TO PROP-LAST-MAINT-DATE.
           PERFORM A350-DERIVE-JURISDICTION.
           PERFORM A370-GEOCODE-TRACT
           .

      *    THE CLERK NEVER KEYS THE JURISDICTION - IT COMES FROM THE
           END-READ
           .

      *    THE TRACT COMES FROM THE ZIP THROUGH EPSTRGEO, RE-DERIVED
      *    ON EVERY CHANGE SINCE THE ADDRESS MAY HAVE MOVED. A ZIP NOT
      *    ON THE EPSTRACT REFERENCE LEAVES THE GEOGRAPHY AT SPACES
      *    AND IS COUNTED SO COMPLIANCE CAN GEOCODE IT BY HAND BEFORE
      *    THE CRA FILE IS CUT; A TRACT IN ANOTHER COUNTY THAN THE
      *    ONE KEYED IS KEPT BUT FLAGGED ON THE DETAIL LINE.
       A370-GEOCODE-TRACT.
           MOVE PRTXN-ZIP         TO EPSTRGEO-ZIP.
           MOVE PRTXN-COUNTY-CODE TO EPSTRGEO-COUNTY-CODE.
           CALL 'EPSTRGEO' USING EPSTRGEO-PARMS.
           IF EPSTRGEO-SUCCESS OR EPSTRGEO-COUNTY-MISMATCH
              MOVE EPSTRGEO-GEOID         TO PROP-CENSUS-TRACT
              MOVE EPSTRGEO-MSA-CODE      TO PROP-MSA-CODE
              MOVE EPSTRGEO-INCOME-LEVEL  TO PROP-TRACT-INCOME-LEVEL
              IF EPSTRGEO-COUNTY-MISMATCH AND DTL-RESULT = SPACES
                 MOVE 'APPLIED - TRACT IS IN ANOTHER COUNTY'
                      TO DTL-RESULT
              END-IF
           ELSE
              MOVE SPACES TO PROP-CENSUS-TRACT
              MOVE SPACES TO PROP-MSA-CODE
              MOVE SPACE  TO PROP-TRACT-INCOME-LEVEL
              ADD 1 TO WS-NO-TRACT-COUNT
              IF DTL-RESULT = SPACES
                 MOVE 'APPLIED - ZIP NOT ON CENSUS TRACT FILE'
                      TO DTL-RESULT
              END-IF
           END-IF
           .

       A400-ADD-PROPERTY.
           IF PRTXN-ADDR-LINE-1 = SPACES
              OR PRTXN-COUNTY-CODE = SPACES
           MOVE WS-APPLIED-COUNT TO SUM-APPLIED.
           MOVE WS-ERROR-COUNT   TO SUM-ERRORS.
           MOVE WS-NO-JURIS-COUNT TO SUM-NO-JURIS.
           MOVE WS-NO-TRACT-COUNT TO SUM-NO-TRACT.
           MOVE WS-SUMMARY-LINE  TO RPT-LINE.
           WRITE RPT-LINE.

