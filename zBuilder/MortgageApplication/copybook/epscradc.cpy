      * EPSCRADC.cpy
      * CRA data collection record, written by EPSCRARP in the fixed-
      * width shape of the FFIEC CRA data-collection submission: one
      * 'T' transmittal record naming the respondent, agency and
      * activity year with the file's control totals, then one 'D'
      * record per action taken (originated/purchased), loan type and
      * census tract, carrying the number and dollar amount (in
      * thousands) of loans in each original-amount size band - up to
      * $100,000, over $100,000 to $250,000, and over $250,000.

       01  CRA-DATA-RECORD.
           03 CRADC-RECORD-TYPE          PIC X.
              88 CRADC-TRANSMITTAL          VALUE 'T'.
              88 CRADC-DATA                 VALUE 'D'.
           03 CRADC-RESPONDENT-ID        PIC X(10).
           03 CRADC-AGENCY-CODE          PIC X.
           03 CRADC-ACTIVITY-YEAR        PIC 9(4).
           03 CRADC-BODY                 PIC X(84).
           03 CRADC-DATA-BODY REDEFINES CRADC-BODY.
      * '1' FIRST-LIEN HOME MORTGAGE, '2' HOME EQUITY LINE.
              05 CRADC-LOAN-TYPE         PIC X.
      * '1' ORIGINATED, '6' PURCHASED.
              05 CRADC-ACTION-TAKEN      PIC X.
              05 CRADC-STATE             PIC X(2).
              05 CRADC-COUNTY            PIC X(3).
      * 'NA' OUTSIDE ANY MSA/MD.
              05 CRADC-MSA               PIC X(5).
      * NNNN.NN.
              05 CRADC-CENSUS-TRACT      PIC X(7).
      * TRACT INCOME GROUP - '1' LOW, '2' MODERATE, '3' MIDDLE,
      * '4' UPPER, '0' UNKNOWN.
              05 CRADC-INCOME-GROUP      PIC X.
      * 'Y' WHEN THE TRACT IS INSIDE ANY BRANCH'S ASSESSMENT AREA.
              05 CRADC-AA-IND            PIC X.
              05 CRADC-SIZE-BAND OCCURS 3 TIMES.
                 07 CRADC-LOAN-COUNT     PIC 9(6).
                 07 CRADC-LOAN-AMOUNT    PIC 9(8).
              05 FILLER                  PIC X(21).
           03 CRADC-TRANSMITTAL-BODY REDEFINES CRADC-BODY.
              05 CRADC-DATA-RECORDS      PIC 9(7).
              05 CRADC-TOTAL-LOANS       PIC 9(7).
      * IN THOUSANDS.
              05 CRADC-TOTAL-AMOUNT      PIC 9(11).
              05 FILLER                  PIC X(59).
