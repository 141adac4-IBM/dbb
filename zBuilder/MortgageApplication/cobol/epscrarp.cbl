       ID DIVISION.
       PROGRAM-ID. EPSCRARP.
      *    ANNUAL CRA ASSESSMENT-AREA LENDING REPORT AND CRA DATA
      *    COLLECTION FILE.
      *
      *    EVERY LOAN BOARDED ON EPSSRVCF IN THE ACTIVITY YEAR IS
      *    TAKEN AT ITS ORIGINAL PRINCIPAL. A LOAN WITH AN EPSAPPST
      *    APPLICATION WAS ORIGINATED HERE; ONE WITHOUT CAME IN ON AN
      *    ACQUIRED-PORTFOLIO TAPE (EPSSVACQ) AND IS A PURCHASE. THE
      *    LOAN'S CENSUS TRACT, MSA/MD AND TRACT INCOME LEVEL COME OFF
      *    EPSPROPF, WHERE EPSPRMNT/EPSSVACQ GEOCODED THEM THROUGH
      *    EPSTRGEO, AND THE TRACT IS PLACED INSIDE OR OUTSIDE EACH
      *    BRANCH'S ASSESSMENT AREA ON EPSCRAAA (A WHOLE COUNTY, OR
      *    LISTED TRACTS OF ONE).
      *
      *    THE REPORT SHOWS, FOR EACH BRANCH'S ASSESSMENT AREA, THE
      *    NUMBER AND DOLLARS OF ORIGINATIONS AND PURCHASES INSIDE IT
      *    AND THEIR SPREAD ACROSS TRACT INCOME LEVELS; THEN, BANK-
      *    WIDE, THE NUMBER AND DOLLARS INSIDE AND OUTSIDE ALL THE
      *    ASSESSMENT AREAS BY TRACT INCOME LEVEL. A LOAN IN TWO
      *    BRANCHES' OVERLAPPING AREAS COUNTS UNDER EACH BRANCH BUT
      *    ONCE BANK-WIDE. A LOAN WHOSE PROPERTY HAS NO TRACT IS
      *    LISTED AS AN EXCEPTION AND LEFT OFF THE DATA FILE UNTIL
      *    COMPLIANCE GEOCODES IT THROUGH EPSPRMNT AND RERUNS.
      *
      *    THE DATA FILE (CRADATA, SEE EPSCRADC) CARRIES ONE RECORD
      *    PER ACTION, LOAN TYPE AND TRACT WITH THE COUNTS AND
      *    AMOUNTS IN THOUSANDS BY LOAN-SIZE BAND, BEHIND A
      *    TRANSMITTAL RECORD WITH THE FILE'S CONTROL TOTALS.
      *
      *    CONTROL CARDS (SYSIN):
      *       1 - COLS 1-4 ACTIVITY YEAR (BLANK = PRIOR CALENDAR
      *           YEAR).
      *       2 - COLS 1-10 RESPONDENT ID, COL 12 AGENCY CODE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT APPLICATION-STATUS-FILE ASSIGN TO EPSAPPST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APPST-PAN
                  FILE STATUS IS WS-APPST-STATUS.

           SELECT PROPERTY-FILE ASSIGN TO EPSPROPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROP-PAN
                  FILE STATUS IS WS-PROPF-STATUS.

           SELECT BRANCH-REFERENCE-FILE ASSIGN TO EPSBRNCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BRNCH-BRANCH-CODE
                  FILE STATUS IS WS-BRNCH-STATUS.

           SELECT ASSESSMENT-AREA-FILE ASSIGN TO EPSCRAAA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CRAAA-KEY
                  FILE STATUS IS WS-CRAAA-STATUS.

           SELECT CRA-DATA-FILE ASSIGN TO CRADATA
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CRADC-STATUS.

           SELECT CRA-REPORT ASSIGN TO CRARPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  APPLICATION-STATUS-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY EPSAPPST.

       FD  PROPERTY-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSPROPF.

       FD  BRANCH-REFERENCE-FILE
           RECORD CONTAINS 46 CHARACTERS.
           COPY EPSBRNCH.

       FD  ASSESSMENT-AREA-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY EPSCRAAA.

       FD  CRA-DATA-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSCRADC.

       FD  CRA-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-APPST-STATUS             PIC XX.
           03 WS-PROPF-STATUS             PIC XX.
           03 WS-BRNCH-STATUS             PIC XX.
           03 WS-CRAAA-STATUS             PIC XX.
           03 WS-CRADC-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-MASTER            PIC X VALUE 'N'.
              88 END-OF-MASTER               VALUE 'Y'.
           03 WS-END-OF-AREAS             PIC X VALUE 'N'.
              88 END-OF-AREAS                VALUE 'Y'.
           03 WS-GEOCODED                 PIC X VALUE 'N'.
              88 LOAN-GEOCODED               VALUE 'Y'.
           03 WS-IN-AREA                  PIC X VALUE 'N'.
              88 LOAN-IN-AREA                VALUE 'Y'.
           03 WS-EXCEPTION-REASON         PIC X(40).

       01 WS-COUNTERS.
           03 WS-SELECTED-COUNT           PIC 9(7) VALUE 0.
           03 WS-ORIGINATED-COUNT         PIC 9(7) VALUE 0.
           03 WS-PURCHASED-COUNT          PIC 9(7) VALUE 0.
           03 WS-NOT-GEOCODED-COUNT       PIC 9(7) VALUE 0.
           03 WS-INSIDE-COUNT             PIC 9(7) VALUE 0.
           03 WS-OUTSIDE-COUNT            PIC 9(7) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

      *    CONTROL CARDS.
       01 WS-YEAR-CARD.
           03 YRC-ACTIVITY-YEAR           PIC X(4).
           03 FILLER                      PIC X(76).
       01 WS-RESPONDENT-CARD.
           03 RSC-RESPONDENT-ID           PIC X(10).
           03 FILLER                      PIC X.
           03 RSC-AGENCY-CODE             PIC X.
           03 FILLER                      PIC X(68).
       01 WS-ACTIVITY-YEAR                PIC 9(4).

       01 WS-BOARDING-DATE                PIC 9(8).
       01 WS-BOARDING-DATE-RDF REDEFINES WS-BOARDING-DATE.
           03 WS-BOARDING-YYYY            PIC 9(4).
           03 FILLER                      PIC 9(4).

      *    THE LOAN BEING TALLIED. ACTION 1 ORIGINATED, 2 PURCHASED;
      *    AREA 1 INSIDE AN ASSESSMENT AREA, 2 OUTSIDE, 3 NOT
      *    GEOCODED; INCOME 1 LOW THROUGH 4 UPPER, 5 UNKNOWN, 6 THE
      *    ALL-LEVELS TOTAL.
       01 WS-LOAN-WORK.
           03 WS-ACTION-IDX               PIC 9 COMP.
           03 WS-AREA-SLOT                PIC 9 COMP.
           03 WS-INCOME-IDX               PIC 9 COMP.
           03 WS-BAND-IDX                 PIC 9 COMP.
           03 WS-AMOUNT-THOUSANDS         PIC 9(8).

      *    THE EPSCRAAA GEOGRAPHIES, LOADED ONCE IN BRANCH ORDER,
      *    EACH POINTING AT ITS BRANCH'S TOTALS.
       01 WS-AREA-TABLE.
           03 WS-AREA-COUNT               PIC 9(4) COMP VALUE 0.
           03 WS-AREA-ENTRY OCCURS 1000 TIMES.
              05 AAT-BRANCH-CODE          PIC X(4).
              05 AAT-STATE                PIC X(2).
              05 AAT-COUNTY               PIC X(3).
              05 AAT-TRACT                PIC X(6).
              05 AAT-BRT-IDX              PIC 9(3) COMP.
       01 WS-AREA-IDX                     PIC 9(4) COMP.

      *    PER-BRANCH ASSESSMENT-AREA TOTALS. BRT-CREDITED-PAN KEEPS
      *    A LOAN FROM COUNTING TWICE UNDER ONE BRANCH WHEN TWO OF
      *    ITS GEOGRAPHIES OVERLAP.
       01 WS-BRANCH-TABLE.
           03 WS-BRT-COUNT                PIC 9(3) COMP VALUE 0.
           03 WS-BRT-ENTRY OCCURS 200 TIMES.
              05 BRT-BRANCH-CODE          PIC X(4).
              05 BRT-BRANCH-NAME          PIC X(24).
              05 BRT-CREDITED-PAN         PIC X(10).
              05 BRT-ACTION OCCURS 2 TIMES.
                 07 BRT-LOANS             PIC 9(7).
                 07 BRT-AMOUNT            PIC 9(11)V99.
              05 BRT-INCOME-LOANS         PIC 9(7) OCCURS 5 TIMES.
       01 WS-BRT-IDX                      PIC 9(3) COMP.

      *    BANK-WIDE TOTALS BY AREA, TRACT INCOME LEVEL AND ACTION.
       01 WS-BANK-TABLE.
           03 BNK-AREA OCCURS 3 TIMES.
              05 BNK-INCOME OCCURS 6 TIMES.
                 07 BNK-ACTION OCCURS 2 TIMES.
                    09 BNK-LOANS          PIC 9(7).
                    09 BNK-AMOUNT         PIC 9(11)V99.

       01 WS-INCOME-NAMES.
           03 FILLER                      PIC X(16) VALUE 'LOW'.
           03 FILLER                      PIC X(16) VALUE 'MODERATE'.
           03 FILLER                      PIC X(16) VALUE 'MIDDLE'.
           03 FILLER                      PIC X(16) VALUE 'UPPER'.
           03 FILLER                      PIC X(16) VALUE 'UNKNOWN'.
           03 FILLER                      PIC X(16) VALUE 'TOTAL'.
       01 WS-INCOME-NAME-TBL REDEFINES WS-INCOME-NAMES.
           03 WS-INCOME-NAME              PIC X(16) OCCURS 6 TIMES.

      *    CRA DATA RECORDS, KEPT IN ACTION/LOAN TYPE/TRACT ORDER BY
      *    INSERTION SO THE FILE WRITES STRAIGHT FROM THE TABLE.
       01 WS-CRA-TABLE.
           03 WS-CRA-COUNT                PIC 9(4) COMP VALUE 0.
           03 WS-CRA-ENTRY OCCURS 3000 TIMES.
              05 CRT-SORT-KEY.
                 07 CRT-ACTION-TAKEN      PIC X.
                 07 CRT-LOAN-TYPE         PIC X.
                 07 CRT-STATE             PIC X(2).
                 07 CRT-COUNTY            PIC X(3).
                 07 CRT-TRACT             PIC X(6).
              05 CRT-MSA                  PIC X(5).
              05 CRT-INCOME-GROUP         PIC X.
              05 CRT-AA-IND               PIC X.
              05 CRT-BAND OCCURS 3 TIMES.
                 07 CRT-LOANS             PIC 9(6).
                 07 CRT-AMOUNT            PIC 9(8).
       01 WS-CRA-IDX                      PIC 9(4) COMP.
       01 WS-CRA-SLOT                     PIC 9(4) COMP.
       01 WS-CRA-MOVE                     PIC 9(4) COMP.
       01 WS-NEW-CRA-KEY.
           03 NEW-ACTION-TAKEN            PIC X.
           03 NEW-LOAN-TYPE               PIC X.
           03 NEW-STATE                   PIC X(2).
           03 NEW-COUNTY                  PIC X(3).
           03 NEW-TRACT                   PIC X(6).
       01 WS-FILE-TOTALS.
           03 WS-FILE-LOANS               PIC 9(7) VALUE 0.
           03 WS-FILE-AMOUNT              PIC 9(11) VALUE 0.

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSCRARP - CRA ASSESSMENT-AREA LENDING REPORT'.
              05 FILLER                   PIC X(10) VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(15) VALUE
                 'ACTIVITY YEAR:'.
              05 HDG-ACTIVITY-YEAR        PIC 9(4).
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE
                 'RESPONDENT:'.
              05 HDG-RESPONDENT-ID        PIC X(10).
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'AGENCY:'.
              05 HDG-AGENCY-CODE          PIC X.
           03 WS-EXCEPTION-HEADING.
              05 FILLER                   PIC X(60) VALUE
                 'LOANS NOT GEOCODED - LEFT OFF THE CRA DATA FILE'.
           03 WS-EXCEPTION-LINE.
              05 EXL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 EXL-ACTION               PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 EXL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 EXL-REASON               PIC X(40).
           03 WS-AREA-HEADING-1.
              05 FILLER                   PIC X(60) VALUE
                 'LENDING INSIDE EACH BRANCH ASSESSMENT AREA'.
           03 WS-AREA-HEADING-2.
              05 FILLER                   PIC X(32) VALUE SPACES.
              05 FILLER                   PIC X(20) VALUE
                 '---ORIGINATIONS---'.
              05 FILLER                   PIC X(20) VALUE
                 '----PURCHASES-----'.
              05 FILLER                   PIC X(40) VALUE
                 '------BY TRACT INCOME LEVEL------'.
           03 WS-AREA-HEADING-3.
              05 FILLER                   PIC X(6)  VALUE 'BRNCH'.
              05 FILLER                   PIC X(26) VALUE 'NAME'.
              05 FILLER                   PIC X(8)  VALUE '  LOANS'.
              05 FILLER                   PIC X(12) VALUE
                 '    DOLLARS'.
              05 FILLER                   PIC X(8)  VALUE '  LOANS'.
              05 FILLER                   PIC X(12) VALUE
                 '    DOLLARS'.
              05 FILLER                   PIC X(8)  VALUE '    LOW'.
              05 FILLER                   PIC X(8)  VALUE '    MOD'.
              05 FILLER                   PIC X(8)  VALUE '    MID'.
              05 FILLER                   PIC X(8)  VALUE '  UPPER'.
              05 FILLER                   PIC X(8)  VALUE '    UNK'.
           03 WS-AREA-LINE.
              05 ARL-BRANCH               PIC X(4).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 ARL-NAME                 PIC X(24).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 ARL-ACTION OCCURS 2 TIMES.
                 07 ARL-LOANS             PIC ZZZ,ZZ9.
                 07 FILLER                PIC X     VALUE SPACE.
                 07 ARL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.
                 07 FILLER                PIC X     VALUE SPACE.
              05 ARL-INCOME OCCURS 5 TIMES.
                 07 ARL-INCOME-LOANS      PIC ZZZ,ZZ9.
                 07 FILLER                PIC X     VALUE SPACE.
           03 WS-INCOME-HEADING-1.
              05 FILLER                   PIC X(60) VALUE
                 'BANK-WIDE LENDING BY TRACT INCOME LEVEL'.
           03 WS-INCOME-HEADING-2.
              05 FILLER                   PIC X(16) VALUE SPACES.
              05 FILLER                   PIC X(40) VALUE
                 '-------------ORIGINATIONS-------------'.
              05 FILLER                   PIC X(40) VALUE
                 '--------------PURCHASES---------------'.
           03 WS-INCOME-HEADING-3.
              05 FILLER                   PIC X(16) VALUE
                 'TRACT INCOME'.
              05 FILLER                   PIC X(20) VALUE
                 '  IN AA  IN-AA $'.
              05 FILLER                   PIC X(20) VALUE
                 ' OUT AA OUT-AA $'.
              05 FILLER                   PIC X(20) VALUE
                 '  IN AA  IN-AA $'.
              05 FILLER                   PIC X(20) VALUE
                 ' OUT AA OUT-AA $'.
           03 WS-INCOME-LINE.
              05 INL-LEVEL                PIC X(16).
              05 INL-ACTION OCCURS 2 TIMES.
                 07 INL-AREA OCCURS 2 TIMES.
                    09 INL-LOANS          PIC ZZZ,ZZ9.
                    09 FILLER             PIC X     VALUE SPACE.
                    09 INL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.
                    09 FILLER             PIC X     VALUE SPACE.
           03 WS-NOT-GEOCODED-LINE.
              05 FILLER                   PIC X(16) VALUE
                 'NOT GEOCODED'.
              05 NGL-ORIG-LOANS           PIC ZZZ,ZZ9.
              05 FILLER                   PIC X     VALUE SPACE.
              05 NGL-ORIG-AMOUNT          PIC ZZZ,ZZZ,ZZ9.
              05 FILLER                   PIC X(21) VALUE SPACES.
              05 NGL-PURCH-LOANS          PIC ZZZ,ZZ9.
              05 FILLER                   PIC X     VALUE SPACE.
              05 NGL-PURCH-AMOUNT         PIC ZZZ,ZZZ,ZZ9.
           03 WS-SUMMARY-LINE-1.
              05 FILLER                   PIC X(16) VALUE
                 'LOANS SELECTED:'.
              05 SUM-SELECTED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE
                 'ORIGINATED:'.
              05 SUM-ORIGINATED           PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE
                 'PURCHASED:'.
              05 SUM-PURCHASED            PIC ZZZZZZ9.
           03 WS-SUMMARY-LINE-2.
              05 FILLER                   PIC X(16) VALUE
                 'INSIDE AREAS:'.
              05 SUM-INSIDE               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE
                 'OUTSIDE:'.
              05 SUM-OUTSIDE              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'NOT GEOCODED:'.
              05 SUM-NOT-GEOCODED         PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(18) VALUE
                 'CRA DATA RECORDS:'.
              05 SUM-DATA-RECORDS         PIC ZZZZZZ9.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-SELECT-LOAN UNTIL END-OF-MASTER.
           PERFORM A600-PRINT-AREAS.
           PERFORM A700-PRINT-INCOME-LEVELS.
           PERFORM A800-WRITE-CRA-FILE.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSCRARP' TO EPSJOBTM-JOB-NAME.
           MOVE 3600       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN INPUT  APPLICATION-STATUS-FILE.
           OPEN INPUT  PROPERTY-FILE.
           OPEN INPUT  BRANCH-REFERENCE-FILE.
           OPEN OUTPUT CRA-DATA-FILE.
           OPEN OUTPUT CRA-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           PERFORM A110-READ-CONTROL-CARDS.

           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-ACTIVITY-YEAR  TO HDG-ACTIVITY-YEAR.
           MOVE RSC-RESPONDENT-ID TO HDG-RESPONDENT-ID.
           MOVE RSC-AGENCY-CODE   TO HDG-AGENCY-CODE.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           INITIALIZE WS-BANK-TABLE.
           PERFORM A120-LOAD-AREAS.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-EXCEPTION-HEADING TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE LOW-VALUES TO SRV-PAN.
           START SERVICING-MASTER-FILE KEY IS NOT LESS THAN SRV-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-MASTER
           END-START
           .
           IF NOT END-OF-MASTER
              PERFORM A150-READ-MASTER
           END-IF
           .

      *    THE RESPONDENT ID IS WHAT THE REGULATOR FILES THE DATA
      *    UNDER - A FILE WITHOUT ONE IS NOT SUBMITTABLE, SO THE RUN
      *    STOPS RATHER THAN CUT IT.
       A110-READ-CONTROL-CARDS.
           MOVE SPACES TO WS-YEAR-CARD.
           ACCEPT WS-YEAR-CARD.
           IF YRC-ACTIVITY-YEAR IS NUMERIC
              MOVE YRC-ACTIVITY-YEAR TO WS-ACTIVITY-YEAR
           ELSE
              COMPUTE WS-ACTIVITY-YEAR = WS-CURR-YYYY - 1
           END-IF.
           MOVE SPACES TO WS-RESPONDENT-CARD.
           ACCEPT WS-RESPONDENT-CARD.
           IF RSC-RESPONDENT-ID = SPACES
              DISPLAY 'EPSCRARP - NO RESPONDENT ID ON THE SECOND '
                      'CONTROL CARD - RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    WITHOUT THE ASSESSMENT AREAS NOTHING CAN BE PLACED INSIDE
      *    OR OUTSIDE ONE, SO A MISSING OR EMPTY EPSCRAAA STOPS THE
      *    RUN BEFORE ANYTHING IS REPORTED.
       A120-LOAD-AREAS.
           OPEN INPUT ASSESSMENT-AREA-FILE.
           IF WS-CRAAA-STATUS NOT = '00'
              DISPLAY 'EPSCRARP - EPSCRAAA AREA FILE WILL NOT OPEN, '
                      'STATUS ' WS-CRAAA-STATUS ' - RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE LOW-VALUES TO CRAAA-KEY.
           START ASSESSMENT-AREA-FILE KEY IS NOT LESS THAN CRAAA-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-AREAS
           END-START.
           PERFORM A130-LOAD-ONE-AREA UNTIL END-OF-AREAS.
           CLOSE ASSESSMENT-AREA-FILE.
           IF WS-AREA-COUNT = 0
              DISPLAY 'EPSCRARP - NO ASSESSMENT AREAS ON EPSCRAAA - '
                      'RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       A130-LOAD-ONE-AREA.
           READ ASSESSMENT-AREA-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-AREAS
              NOT AT END
                 PERFORM A135-FILE-AREA
           END-READ
           .

       A135-FILE-AREA.
           IF WS-AREA-COUNT >= 1000
              DISPLAY 'EPSCRARP - AREA TABLE FULL AT 1000 - '
                      'REPORT WOULD BE INCOMPLETE, RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-BRT-COUNT = 0
              OR CRAAA-BRANCH-CODE NOT = BRT-BRANCH-CODE(WS-BRT-COUNT)
              PERFORM A140-ADD-BRANCH
           END-IF.
           ADD 1 TO WS-AREA-COUNT.
           MOVE CRAAA-BRANCH-CODE  TO AAT-BRANCH-CODE(WS-AREA-COUNT).
           MOVE CRAAA-FIPS-STATE   TO AAT-STATE(WS-AREA-COUNT).
           MOVE CRAAA-FIPS-COUNTY  TO AAT-COUNTY(WS-AREA-COUNT).
           MOVE CRAAA-CENSUS-TRACT TO AAT-TRACT(WS-AREA-COUNT).
           MOVE WS-BRT-COUNT       TO AAT-BRT-IDX(WS-AREA-COUNT).

       A140-ADD-BRANCH.
           IF WS-BRT-COUNT >= 200
              DISPLAY 'EPSCRARP - BRANCH TABLE FULL AT 200 - '
                      'REPORT WOULD BE INCOMPLETE, RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-BRT-COUNT.
           INITIALIZE WS-BRT-ENTRY(WS-BRT-COUNT).
           MOVE CRAAA-BRANCH-CODE TO BRT-BRANCH-CODE(WS-BRT-COUNT).
           MOVE CRAAA-BRANCH-CODE TO BRNCH-BRANCH-CODE.
           READ BRANCH-REFERENCE-FILE
              INVALID KEY
                 MOVE 'BRANCH NOT ON FILE'
                      TO BRT-BRANCH-NAME(WS-BRT-COUNT)
              NOT INVALID KEY
                 MOVE BRNCH-BRANCH-NAME
                      TO BRT-BRANCH-NAME(WS-BRT-COUNT)
           END-READ
           .

       A150-READ-MASTER.
           READ SERVICING-MASTER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-MASTER
           END-READ
           .

       A200-SELECT-LOAN.
           IF SRV-BOARDING-DATE IS NUMERIC
              MOVE SRV-BOARDING-DATE TO WS-BOARDING-DATE
              IF WS-BOARDING-YYYY = WS-ACTIVITY-YEAR
                 PERFORM A300-CLASSIFY-LOAN
              END-IF
           END-IF.
           PERFORM A150-READ-MASTER.

      *    ORIGINATED HERE IF THE APPLICATION IS ON EPSAPPST, ELSE
      *    PURCHASED ON AN ACQUIRED TAPE.
       A300-CLASSIFY-LOAN.
           ADD 1 TO WS-SELECTED-COUNT.
           MOVE SRV-PAN TO APPST-PAN.
           READ APPLICATION-STATUS-FILE
              INVALID KEY
                 MOVE 2 TO WS-ACTION-IDX
                 ADD 1 TO WS-PURCHASED-COUNT
              NOT INVALID KEY
                 MOVE 1 TO WS-ACTION-IDX
                 ADD 1 TO WS-ORIGINATED-COUNT
           END-READ.

           PERFORM A310-RESOLVE-GEOGRAPHY.
           IF NOT LOAN-GEOCODED
              ADD 1 TO WS-NOT-GEOCODED-COUNT
              MOVE 3 TO WS-AREA-SLOT
              MOVE 5 TO WS-INCOME-IDX
              PERFORM A330-TALLY-BANK
              PERFORM A390-LIST-NOT-GEOCODED
              EXIT PARAGRAPH
           END-IF.

           PERFORM A320-MATCH-AREAS.
           IF LOAN-IN-AREA
              ADD 1 TO WS-INSIDE-COUNT
              MOVE 1 TO WS-AREA-SLOT
           ELSE
              ADD 1 TO WS-OUTSIDE-COUNT
              MOVE 2 TO WS-AREA-SLOT
           END-IF.
           PERFORM A330-TALLY-BANK.
           PERFORM A400-TALLY-CRA-DATA.

       A310-RESOLVE-GEOGRAPHY.
           MOVE 'N' TO WS-GEOCODED.
           MOVE SRV-PAN TO PROP-PAN.
           READ PROPERTY-FILE
              INVALID KEY
                 MOVE 'NO PROPERTY RECORD ON EPSPROPF'
                      TO WS-EXCEPTION-REASON
              NOT INVALID KEY
                 IF PROP-TRACT-NUMBER = SPACES
                    MOVE 'PROPERTY ZIP NOT GEOCODED TO A TRACT'
                         TO WS-EXCEPTION-REASON
                 ELSE
                    MOVE 'Y' TO WS-GEOCODED
                 END-IF
           END-READ.
           IF NOT LOAN-GEOCODED
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN PROP-TRACT-LOW
                 MOVE 1 TO WS-INCOME-IDX
              WHEN PROP-TRACT-MODERATE
                 MOVE 2 TO WS-INCOME-IDX
              WHEN PROP-TRACT-MIDDLE
                 MOVE 3 TO WS-INCOME-IDX
              WHEN PROP-TRACT-UPPER
                 MOVE 4 TO WS-INCOME-IDX
              WHEN OTHER
                 MOVE 5 TO WS-INCOME-IDX
           END-EVALUATE.

       A320-MATCH-AREAS.
           MOVE 'N' TO WS-IN-AREA.
           PERFORM A325-MATCH-ONE-AREA
                   VARYING WS-AREA-IDX FROM 1 BY 1
                   UNTIL WS-AREA-IDX > WS-AREA-COUNT.

      *    A GEOGRAPHY WITH NO TRACT TAKES IN THE WHOLE COUNTY.
       A325-MATCH-ONE-AREA.
           IF AAT-STATE(WS-AREA-IDX) = PROP-TRACT-STATE
              AND AAT-COUNTY(WS-AREA-IDX) = PROP-TRACT-COUNTY
              AND (AAT-TRACT(WS-AREA-IDX) = SPACES
                   OR AAT-TRACT(WS-AREA-IDX) = PROP-TRACT-NUMBER)
              MOVE 'Y' TO WS-IN-AREA
              MOVE AAT-BRT-IDX(WS-AREA-IDX) TO WS-BRT-IDX
              IF BRT-CREDITED-PAN(WS-BRT-IDX) NOT = SRV-PAN
                 MOVE SRV-PAN TO BRT-CREDITED-PAN(WS-BRT-IDX)
                 ADD 1 TO BRT-LOANS(WS-BRT-IDX, WS-ACTION-IDX)
                 ADD SRV-ORIGINAL-PRINCIPAL
                     TO BRT-AMOUNT(WS-BRT-IDX, WS-ACTION-IDX)
                 ADD 1 TO BRT-INCOME-LOANS(WS-BRT-IDX, WS-INCOME-IDX)
              END-IF
           END-IF
           .

       A330-TALLY-BANK.
           ADD 1 TO BNK-LOANS(WS-AREA-SLOT, WS-INCOME-IDX,
                              WS-ACTION-IDX).
           ADD SRV-ORIGINAL-PRINCIPAL
               TO BNK-AMOUNT(WS-AREA-SLOT, WS-INCOME-IDX,
                             WS-ACTION-IDX).
           ADD 1 TO BNK-LOANS(WS-AREA-SLOT, 6, WS-ACTION-IDX).
           ADD SRV-ORIGINAL-PRINCIPAL
               TO BNK-AMOUNT(WS-AREA-SLOT, 6, WS-ACTION-IDX).

       A390-LIST-NOT-GEOCODED.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           MOVE SRV-PAN TO EXL-PAN.
           IF WS-ACTION-IDX = 1
              MOVE 'ORIGINATED' TO EXL-ACTION
           ELSE
              MOVE 'PURCHASED'  TO EXL-ACTION
           END-IF.
           MOVE SRV-ORIGINAL-PRINCIPAL TO EXL-AMOUNT.
           MOVE WS-EXCEPTION-REASON    TO EXL-REASON.
           MOVE WS-EXCEPTION-LINE TO RPT-LINE.
           WRITE RPT-LINE.

      *    ONE DATA RECORD PER ACTION, LOAN TYPE AND TRACT. AMOUNTS
      *    GO TO THE FILE IN THOUSANDS, ROUNDED LOAN BY LOAN; THE
      *    SIZE BAND IS FROM THE FULL ORIGINAL PRINCIPAL.
       A400-TALLY-CRA-DATA.
           IF WS-ACTION-IDX = 1
              MOVE '1' TO NEW-ACTION-TAKEN
           ELSE
              MOVE '6' TO NEW-ACTION-TAKEN
           END-IF.
           IF SRV-LOAN-TYPE-IND = 'H'
              MOVE '2' TO NEW-LOAN-TYPE
           ELSE
              MOVE '1' TO NEW-LOAN-TYPE
           END-IF.
           MOVE PROP-TRACT-STATE  TO NEW-STATE.
           MOVE PROP-TRACT-COUNTY TO NEW-COUNTY.
           MOVE PROP-TRACT-NUMBER TO NEW-TRACT.
           EVALUATE TRUE
              WHEN SRV-ORIGINAL-PRINCIPAL NOT > 100000
                 MOVE 1 TO WS-BAND-IDX
              WHEN SRV-ORIGINAL-PRINCIPAL NOT > 250000
                 MOVE 2 TO WS-BAND-IDX
              WHEN OTHER
                 MOVE 3 TO WS-BAND-IDX
           END-EVALUATE.
           COMPUTE WS-AMOUNT-THOUSANDS ROUNDED =
                   SRV-ORIGINAL-PRINCIPAL / 1000.

           MOVE 0 TO WS-CRA-SLOT.
           PERFORM A410-LOCATE-CRA-ENTRY
                   VARYING WS-CRA-IDX FROM 1 BY 1
                   UNTIL WS-CRA-IDX > WS-CRA-COUNT
                      OR WS-CRA-SLOT > 0.
           IF WS-CRA-SLOT = 0
              OR CRT-SORT-KEY(WS-CRA-SLOT) NOT = WS-NEW-CRA-KEY
              PERFORM A420-INSERT-CRA-ENTRY
           END-IF.
           ADD 1 TO CRT-LOANS(WS-CRA-SLOT, WS-BAND-IDX).
           ADD WS-AMOUNT-THOUSANDS
               TO CRT-AMOUNT(WS-CRA-SLOT, WS-BAND-IDX).

       A410-LOCATE-CRA-ENTRY.
           IF CRT-SORT-KEY(WS-CRA-IDX) NOT < WS-NEW-CRA-KEY
              MOVE WS-CRA-IDX TO WS-CRA-SLOT
           END-IF
           .

       A420-INSERT-CRA-ENTRY.
           IF WS-CRA-COUNT >= 3000
              DISPLAY 'EPSCRARP - CRA DATA TABLE FULL AT 3000 - '
                      'FILE WOULD BE INCOMPLETE, RUN STOPPED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-CRA-SLOT = 0
              COMPUTE WS-CRA-SLOT = WS-CRA-COUNT + 1
           ELSE
              PERFORM A425-SHIFT-ONE-CRA-ENTRY
                      VARYING WS-CRA-MOVE FROM WS-CRA-COUNT BY -1
                      UNTIL WS-CRA-MOVE < WS-CRA-SLOT
           END-IF.
           ADD 1 TO WS-CRA-COUNT.
           INITIALIZE WS-CRA-ENTRY(WS-CRA-SLOT).
           MOVE WS-NEW-CRA-KEY TO CRT-SORT-KEY(WS-CRA-SLOT).
           MOVE PROP-MSA-CODE  TO CRT-MSA(WS-CRA-SLOT).
           IF PROP-TRACT-INCOME-LEVEL = SPACE
              MOVE '0' TO CRT-INCOME-GROUP(WS-CRA-SLOT)
           ELSE
              MOVE PROP-TRACT-INCOME-LEVEL
                   TO CRT-INCOME-GROUP(WS-CRA-SLOT)
           END-IF.
           IF LOAN-IN-AREA
              MOVE 'Y' TO CRT-AA-IND(WS-CRA-SLOT)
           ELSE
              MOVE 'N' TO CRT-AA-IND(WS-CRA-SLOT)
           END-IF.

       A425-SHIFT-ONE-CRA-ENTRY.
           MOVE WS-CRA-ENTRY(WS-CRA-MOVE)
                TO WS-CRA-ENTRY(WS-CRA-MOVE + 1)
           .

       A600-PRINT-AREAS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-AREA-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-AREA-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-AREA-HEADING-3 TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A610-PRINT-ONE-AREA
                   VARYING WS-BRT-IDX FROM 1 BY 1
                   UNTIL WS-BRT-IDX > WS-BRT-COUNT.

       A610-PRINT-ONE-AREA.
           MOVE BRT-BRANCH-CODE(WS-BRT-IDX) TO ARL-BRANCH.
           MOVE BRT-BRANCH-NAME(WS-BRT-IDX) TO ARL-NAME.
           MOVE BRT-LOANS(WS-BRT-IDX, 1)    TO ARL-LOANS(1).
           MOVE BRT-AMOUNT(WS-BRT-IDX, 1)   TO ARL-AMOUNT(1).
           MOVE BRT-LOANS(WS-BRT-IDX, 2)    TO ARL-LOANS(2).
           MOVE BRT-AMOUNT(WS-BRT-IDX, 2)   TO ARL-AMOUNT(2).
           MOVE BRT-INCOME-LOANS(WS-BRT-IDX, 1) TO ARL-INCOME-LOANS(1).
           MOVE BRT-INCOME-LOANS(WS-BRT-IDX, 2) TO ARL-INCOME-LOANS(2).
           MOVE BRT-INCOME-LOANS(WS-BRT-IDX, 3) TO ARL-INCOME-LOANS(3).
           MOVE BRT-INCOME-LOANS(WS-BRT-IDX, 4) TO ARL-INCOME-LOANS(4).
           MOVE BRT-INCOME-LOANS(WS-BRT-IDX, 5) TO ARL-INCOME-LOANS(5).
           MOVE WS-AREA-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       A700-PRINT-INCOME-LEVELS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-INCOME-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-INCOME-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-INCOME-HEADING-3 TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A710-PRINT-ONE-LEVEL
                   VARYING WS-INCOME-IDX FROM 1 BY 1
                   UNTIL WS-INCOME-IDX > 6.
           MOVE BNK-LOANS(3, 6, 1)  TO NGL-ORIG-LOANS.
           MOVE BNK-AMOUNT(3, 6, 1) TO NGL-ORIG-AMOUNT.
           MOVE BNK-LOANS(3, 6, 2)  TO NGL-PURCH-LOANS.
           MOVE BNK-AMOUNT(3, 6, 2) TO NGL-PURCH-AMOUNT.
           MOVE WS-NOT-GEOCODED-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       A710-PRINT-ONE-LEVEL.
           MOVE WS-INCOME-NAME(WS-INCOME-IDX) TO INL-LEVEL.
           MOVE BNK-LOANS(1, WS-INCOME-IDX, 1)  TO INL-LOANS(1, 1).
           MOVE BNK-AMOUNT(1, WS-INCOME-IDX, 1) TO INL-AMOUNT(1, 1).
           MOVE BNK-LOANS(2, WS-INCOME-IDX, 1)  TO INL-LOANS(1, 2).
           MOVE BNK-AMOUNT(2, WS-INCOME-IDX, 1) TO INL-AMOUNT(1, 2).
           MOVE BNK-LOANS(1, WS-INCOME-IDX, 2)  TO INL-LOANS(2, 1).
           MOVE BNK-AMOUNT(1, WS-INCOME-IDX, 2) TO INL-AMOUNT(2, 1).
           MOVE BNK-LOANS(2, WS-INCOME-IDX, 2)  TO INL-LOANS(2, 2).
           MOVE BNK-AMOUNT(2, WS-INCOME-IDX, 2) TO INL-AMOUNT(2, 2).
           MOVE WS-INCOME-LINE TO RPT-LINE.
           WRITE RPT-LINE.

      *    THE TRANSMITTAL GOES FIRST WITH THE FILE'S CONTROL TOTALS,
      *    SO THEY ARE ADDED UP OFF THE TABLE BEFORE ANY DATA RECORD
      *    IS WRITTEN.
       A800-WRITE-CRA-FILE.
           PERFORM A810-ADD-FILE-TOTALS
                   VARYING WS-CRA-IDX FROM 1 BY 1
                   UNTIL WS-CRA-IDX > WS-CRA-COUNT.
           MOVE SPACES              TO CRA-DATA-RECORD.
           MOVE 'T'                 TO CRADC-RECORD-TYPE.
           MOVE RSC-RESPONDENT-ID   TO CRADC-RESPONDENT-ID.
           MOVE RSC-AGENCY-CODE     TO CRADC-AGENCY-CODE.
           MOVE WS-ACTIVITY-YEAR    TO CRADC-ACTIVITY-YEAR.
           MOVE WS-CRA-COUNT        TO CRADC-DATA-RECORDS.
           MOVE WS-FILE-LOANS       TO CRADC-TOTAL-LOANS.
           MOVE WS-FILE-AMOUNT      TO CRADC-TOTAL-AMOUNT.
           WRITE CRA-DATA-RECORD.
           PERFORM A820-WRITE-ONE-DATA-RECORD
                   VARYING WS-CRA-IDX FROM 1 BY 1
                   UNTIL WS-CRA-IDX > WS-CRA-COUNT.

       A810-ADD-FILE-TOTALS.
           ADD CRT-LOANS(WS-CRA-IDX, 1)  TO WS-FILE-LOANS.
           ADD CRT-LOANS(WS-CRA-IDX, 2)  TO WS-FILE-LOANS.
           ADD CRT-LOANS(WS-CRA-IDX, 3)  TO WS-FILE-LOANS.
           ADD CRT-AMOUNT(WS-CRA-IDX, 1) TO WS-FILE-AMOUNT.
           ADD CRT-AMOUNT(WS-CRA-IDX, 2) TO WS-FILE-AMOUNT.
           ADD CRT-AMOUNT(WS-CRA-IDX, 3) TO WS-FILE-AMOUNT.

       A820-WRITE-ONE-DATA-RECORD.
           MOVE SPACES                 TO CRA-DATA-RECORD.
           MOVE 'D'                    TO CRADC-RECORD-TYPE.
           MOVE RSC-RESPONDENT-ID      TO CRADC-RESPONDENT-ID.
           MOVE RSC-AGENCY-CODE        TO CRADC-AGENCY-CODE.
           MOVE WS-ACTIVITY-YEAR       TO CRADC-ACTIVITY-YEAR.
           MOVE CRT-LOAN-TYPE(WS-CRA-IDX)    TO CRADC-LOAN-TYPE.
           MOVE CRT-ACTION-TAKEN(WS-CRA-IDX) TO CRADC-ACTION-TAKEN.
           MOVE CRT-STATE(WS-CRA-IDX)        TO CRADC-STATE.
           MOVE CRT-COUNTY(WS-CRA-IDX)       TO CRADC-COUNTY.
           IF CRT-MSA(WS-CRA-IDX) = SPACES
              MOVE 'NA'                      TO CRADC-MSA
           ELSE
              MOVE CRT-MSA(WS-CRA-IDX)       TO CRADC-MSA
           END-IF.
           MOVE CRT-TRACT(WS-CRA-IDX)(1:4)   TO CRADC-CENSUS-TRACT(1:4).
           MOVE '.'                          TO CRADC-CENSUS-TRACT(5:1).
           MOVE CRT-TRACT(WS-CRA-IDX)(5:2)   TO CRADC-CENSUS-TRACT(6:2).
           MOVE CRT-INCOME-GROUP(WS-CRA-IDX) TO CRADC-INCOME-GROUP.
           MOVE CRT-AA-IND(WS-CRA-IDX)       TO CRADC-AA-IND.
           MOVE CRT-LOANS(WS-CRA-IDX, 1)     TO CRADC-LOAN-COUNT(1).
           MOVE CRT-AMOUNT(WS-CRA-IDX, 1)    TO CRADC-LOAN-AMOUNT(1).
           MOVE CRT-LOANS(WS-CRA-IDX, 2)     TO CRADC-LOAN-COUNT(2).
           MOVE CRT-AMOUNT(WS-CRA-IDX, 2)    TO CRADC-LOAN-AMOUNT(2).
           MOVE CRT-LOANS(WS-CRA-IDX, 3)     TO CRADC-LOAN-COUNT(3).
           MOVE CRT-AMOUNT(WS-CRA-IDX, 3)    TO CRADC-LOAN-AMOUNT(3).
           WRITE CRA-DATA-RECORD.

       A900-FINALIZE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SELECTED-COUNT     TO SUM-SELECTED.
           MOVE WS-ORIGINATED-COUNT   TO SUM-ORIGINATED.
           MOVE WS-PURCHASED-COUNT    TO SUM-PURCHASED.
           MOVE WS-SUMMARY-LINE-1     TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-INSIDE-COUNT       TO SUM-INSIDE.
           MOVE WS-OUTSIDE-COUNT      TO SUM-OUTSIDE.
           MOVE WS-NOT-GEOCODED-COUNT TO SUM-NOT-GEOCODED.
           MOVE WS-CRA-COUNT          TO SUM-DATA-RECORDS.
           MOVE WS-SUMMARY-LINE-2     TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE SERVICING-MASTER-FILE.
           CLOSE APPLICATION-STATUS-FILE.
           CLOSE PROPERTY-FILE.
           CLOSE BRANCH-REFERENCE-FILE.
           CLOSE CRA-DATA-FILE.
           CLOSE CRA-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
