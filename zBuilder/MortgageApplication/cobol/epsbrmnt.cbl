      *    SAME STYLE EPSMMAINT MAINTAINS EPSMORTF - ONE TRANSACTION
      *    FILE COVERS BOTH RECORD TYPES, DISTINGUISHED BY BRTXN-TYPE.
      *    AN OFFICER CROSS-REFERENCE MAY ONLY POINT AT A BRANCH THAT
      *    IS ACTUALLY ON THE BRANCH FILE. TYPE 'A' ADDS OR DELETES
      *    ONE STATE/COUNTY(/TRACT) OF A BRANCH'S CRA ASSESSMENT AREA
      *    ON EPSCRAAA; THE BRANCH MUST BE ON FILE, AND A GEOGRAPHY IS
      *    NEVER CHANGED IN PLACE - IT IS DELETED AND RE-ADDED.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
                  RECORD KEY IS OFXRF-LOAN-OFFICER
                  FILE STATUS IS WS-OFXRF-STATUS.

           SELECT ASSESSMENT-AREA-FILE ASSIGN TO EPSCRAAA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CRAAA-KEY
                  FILE STATUS IS WS-CRAAA-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO BRNCTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TRANF-STATUS.
           RECORD CONTAINS 20 CHARACTERS.
           COPY EPSOFXRF.

       FD  ASSESSMENT-AREA-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY EPSCRAAA.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 59 CHARACTERS.
           COPY EPSBRTXN.

       FD  CONTROL-REPORT
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(80)
              VALUE 'INVALID RECORD TYPE CODE'.
              05 FILLER                  PIC 99 VALUE 6.
              05 FILLER                  PIC X(80)
              VALUE 'AREA REJECTED - BRANCH NOT ON BRANCH FILE'.
              05 FILLER                  PIC 99 VALUE 7.
              05 FILLER                  PIC X(80)
              VALUE 'AREA REJECTED - STATE AND COUNTY ARE REQUIRED'.
              05 FILLER                  PIC 99 VALUE 8.
              05 FILLER                  PIC X(80)
              VALUE 'AREA CHANGE NOT ALLOWED - DELETE AND RE-ADD'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 8 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

       01 WS-FILE-STATUSES.
           03 WS-BRNCH-STATUS             PIC XX.
           03 WS-OFXRF-STATUS             PIC XX.
           03 WS-CRAAA-STATUS             PIC XX.
           03 WS-TRANF-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

              05 FILLER                   PIC X(6)  VALUE 'TYPE'.
              05 FILLER                   PIC X(6)  VALUE 'BRNCH'.
              05 FILLER                   PIC X(10) VALUE 'OFFICER'.
              05 FILLER                   PIC X(13) VALUE 'AREA'.
              05 FILLER                   PIC X(45) VALUE 'RESULT'.
           03 WS-DETAIL-LINE.
              05 DTL-ACTION               PIC X(6).
              05 DTL-TYPE                 PIC X(6).
              05 DTL-BRANCH               PIC X(6).
              05 DTL-OFFICER              PIC X(10).
              05 DTL-AREA                 PIC X(13).
              05 DTL-RESULT               PIC X(45).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'APPLIED:'.
              05 SUM-APPLIED              PIC ZZZZ9.
           IF WS-OFXRF-STATUS = '35'
              OPEN OUTPUT OFFICER-XREF-FILE
           END-IF.
           OPEN I-O    ASSESSMENT-AREA-FILE.
           IF WS-CRAAA-STATUS = '35'
              OPEN OUTPUT ASSESSMENT-AREA-FILE
           END-IF.
           OPEN INPUT  TRANSACTION-FILE.
           OPEN OUTPUT CONTROL-REPORT.

              WHEN BRTXN-TYPE-XREF
                 MOVE 'XREF'   TO DTL-TYPE
                 PERFORM A500-MAINTAIN-XREF
              WHEN BRTXN-TYPE-AREA
                 MOVE 'AREA'   TO DTL-TYPE
                 MOVE SPACES   TO DTL-OFFICER
                 MOVE BRTXN-AA-GEOGRAPHY TO DTL-AREA
                 PERFORM A600-MAINTAIN-AREA
              WHEN OTHER
                 MOVE 5 TO WS-VALIDATION-INDICATOR
           END-EVALUATE
           END-IF
           .

       A600-MAINTAIN-AREA.
           IF BRTXN-AA-STATE = SPACES OR BRTXN-AA-COUNTY = SPACES
              MOVE 7 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID AND BRTXN-ADD
              MOVE BRTXN-BRANCH-CODE TO BRNCH-BRANCH-CODE
              READ BRANCH-REFERENCE-FILE
                 INVALID KEY
                    MOVE 6 TO WS-VALIDATION-INDICATOR
              END-READ
           END-IF
           .
           IF WS-TRANSACTION-VALID
              MOVE BRTXN-BRANCH-CODE TO CRAAA-BRANCH-CODE
              MOVE BRTXN-AA-STATE    TO CRAAA-FIPS-STATE
              MOVE BRTXN-AA-COUNTY   TO CRAAA-FIPS-COUNTY
              MOVE BRTXN-AA-TRACT    TO CRAAA-CENSUS-TRACT
              EVALUATE TRUE
                 WHEN BRTXN-ADD
                    MOVE WS-CURRENT-DATE-8 TO CRAAA-LAST-MAINT-DATE
                    WRITE CRA-ASSESSMENT-AREA-RECORD
                       INVALID KEY
                          MOVE 1 TO WS-VALIDATION-INDICATOR
                    END-WRITE
                 WHEN BRTXN-DELETE
                    DELETE ASSESSMENT-AREA-FILE
                       INVALID KEY
                          MOVE 2 TO WS-VALIDATION-INDICATOR
                    END-DELETE
                 WHEN BRTXN-CHANGE
                    MOVE 8 TO WS-VALIDATION-INDICATOR
                 WHEN OTHER
                    MOVE 4 TO WS-VALIDATION-INDICATOR
              END-EVALUATE
           END-IF
           .

       A900-FINALIZE.
           MOVE WS-APPLIED-COUNT TO SUM-APPLIED.
           MOVE WS-ERROR-COUNT   TO SUM-ERRORS.

           CLOSE BRANCH-REFERENCE-FILE.
           CLOSE OFFICER-XREF-FILE.
           CLOSE ASSESSMENT-AREA-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE CONTROL-REPORT.

