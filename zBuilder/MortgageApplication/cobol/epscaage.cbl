       ID DIVISION.
       PROGRAM-ID. EPSCAAGE.
      *    MONTH-END CORPORATE ADVANCE AGING REPORT.
      *
      *    BROWSES THE EPSCADVF CORPORATE ADVANCE SUB-LEDGER AND AGES
      *    EVERY OUTSTANDING BALANCE FROM THE DATE IT LAST WENT FROM
      *    NOTHING OWED TO OWED, INTO 0-30, 31-60, 61-90, 91-180 AND
      *    OVER-180-DAY BUCKETS. ONE DETAIL LINE PER OPEN ADVANCE,
      *    THEN THE BUCKET TOTALS BY ADVANCE TYPE (INSPECTION, FORCE-
      *    PLACED PREMIUM, ATTORNEY/FORECLOSURE, PROPERTY
      *    PRESERVATION, DELINQUENT TAX) AND FOR ALL TYPES - THE
      *    FIGURES FINANCE
      *    RESERVES AGAINST. THE ESCROW-CARRIED FORCE-PLACED PREMIUM
      *    IS AGED WITH THE REST AND MARKED ON ITS DETAIL LINE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORP-ADVANCE-FILE ASSIGN TO EPSCADVF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CADV-KEY
                  FILE STATUS IS WS-CADVF-STATUS.

           SELECT AGING-REPORT ASSIGN TO CAAGERPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORP-ADVANCE-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSCADVF.

       FD  AGING-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
      *    ADVANCE TYPES IN REPORT ORDER - THE CADV-TYPE CODE AND ITS
      *    NAME.
           03 STATIC-TYPES.
              05 FILLER                  PIC X VALUE 'I'.
              05 FILLER                  PIC X(24)
                 VALUE 'INSPECTION FEES'.
              05 FILLER                  PIC X VALUE 'F'.
              05 FILLER                  PIC X(24)
                 VALUE 'FORCE-PLACED PREMIUM'.
              05 FILLER                  PIC X VALUE 'A'.
              05 FILLER                  PIC X(24)
                 VALUE 'ATTORNEY/FORECLOSURE'.
              05 FILLER                  PIC X VALUE 'P'.
              05 FILLER                  PIC X(24)
                 VALUE 'PROPERTY PRESERVATION'.
              05 FILLER                  PIC X VALUE 'T'.
              05 FILLER                  PIC X(24)
                 VALUE 'DELINQUENT TAX'.
           03 STATIC-TYPE-TBL REDEFINES STATIC-TYPES.
              05 STATIC-TYPE-TABLE OCCURS 5 TIMES.
                07 TYPE-CODE               PIC X.
                07 TYPE-NAME               PIC X(24).

       01 WS-FILE-STATUSES.
           03 WS-CADVF-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-ADVANCES          PIC X VALUE 'N'.
              88 END-OF-ADVANCES             VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-OPEN-COUNT               PIC 9(7) VALUE 0.

      *    BUCKET TOTALS - ONE ROW PER ADVANCE TYPE PLUS ROW 6 FOR
      *    ALL TYPES; COLUMNS 1-5 ARE THE AGE BUCKETS, 6 THE ROW TOTAL.
       01 WS-AGING-TABLE.
           03 WS-AGING-ROW OCCURS 6 TIMES.
              05 WS-AGING-AMOUNT OCCURS 6 TIMES
                                          PIC S9(11)V99 COMP-3.
       01 WS-TYPE-IDX                     PIC 9(2) COMP.
       01 WS-BUCKET-IDX                   PIC 9(2) COMP.
       01 WS-ROW-IDX                      PIC 9(2) COMP.
       01 WS-AGE-DAYS                     PIC S9(7) COMP.
       01 WS-AGE-FROM-DATE                PIC 9(8).

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSCAAGE - CORPORATE ADVANCE AGING REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(26) VALUE 'TYPE'.
              05 FILLER                   PIC X(16) VALUE 'BALANCE'.
              05 FILLER                   PIC X(10) VALUE 'OPEN SINCE'.
              05 FILLER                   PIC X(8)  VALUE '  DAYS'.
              05 FILLER                   PIC X(20) VALUE 'NOTE'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-TYPE-NAME            PIC X(24).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-BALANCE              PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-OPEN-DATE            PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-DAYS                 PIC ZZZZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-NOTE                 PIC X(20).
           03 WS-BUCKET-HEADING.
              05 FILLER                   PIC X(24) VALUE
                 'ADVANCE TYPE'.
              05 FILLER                   PIC X(15) VALUE
                 '       0-30'.
              05 FILLER                   PIC X(15) VALUE
                 '      31-60'.
              05 FILLER                   PIC X(15) VALUE
                 '      61-90'.
              05 FILLER                   PIC X(15) VALUE
                 '     91-180'.
              05 FILLER                   PIC X(15) VALUE
                 '   OVER 180'.
              05 FILLER                   PIC X(15) VALUE
                 '      TOTAL'.
           03 WS-BUCKET-LINE.
              05 BKT-TYPE-NAME            PIC X(24).
              05 BKT-COLUMN OCCURS 6 TIMES.
                 07 FILLER                PIC X(2).
                 07 BKT-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(18) VALUE
                 'OPEN ADVANCES:'.
              05 SUM-OPEN                 PIC ZZZZZZ9.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-AGE-ADVANCE UNTIL END-OF-ADVANCES.
           PERFORM A500-WRITE-BUCKETS.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSCAAGE' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  CORP-ADVANCE-FILE.
           OPEN OUTPUT AGING-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A110-CLEAR-ROW
                   VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > 6.

      *    NO SUB-LEDGER YET MEANS NOTHING HAS EVER BEEN ADVANCED.
           IF WS-CADVF-STATUS NOT = '00'
              MOVE 'Y' TO WS-END-OF-ADVANCES
           END-IF.
           PERFORM A150-READ-ADVANCE.

       A110-CLEAR-ROW.
           PERFORM A120-CLEAR-BUCKET
                   VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 6
           .

       A120-CLEAR-BUCKET.
           MOVE 0 TO WS-AGING-AMOUNT(WS-ROW-IDX, WS-BUCKET-IDX)
           .

       A150-READ-ADVANCE.
           IF END-OF-ADVANCES
              EXIT PARAGRAPH
           END-IF.
           READ CORP-ADVANCE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-ADVANCES
           END-READ
           .

       A200-AGE-ADVANCE.
           IF CADV-OPEN AND CADV-BALANCE > 0
              PERFORM A300-BUCKET-ADVANCE
           END-IF.
           PERFORM A150-READ-ADVANCE.

      *    AGE FROM THE OLDEST-OPEN DATE, OR THE LAST ADVANCE WHEN A
      *    RECORD PREDATES THAT DATE BEING KEPT.
       A300-BUCKET-ADVANCE.
           MOVE 0 TO WS-TYPE-IDX.
           PERFORM A310-FIND-TYPE
                   VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > 5.
           IF WS-TYPE-IDX = 0
              EXIT PARAGRAPH
           END-IF.

           IF CADV-OLDEST-OPEN-DATE > 0
              MOVE CADV-OLDEST-OPEN-DATE  TO WS-AGE-FROM-DATE
           ELSE
              MOVE CADV-LAST-ADVANCE-DATE TO WS-AGE-FROM-DATE
           END-IF.
           IF WS-AGE-FROM-DATE = 0
              MOVE 0 TO WS-AGE-DAYS
           ELSE
              COMPUTE WS-AGE-DAYS =
                      FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8)
                    - FUNCTION INTEGER-OF-DATE(WS-AGE-FROM-DATE)
           END-IF.
           EVALUATE TRUE
              WHEN WS-AGE-DAYS NOT > 30
                 MOVE 1 TO WS-BUCKET-IDX
              WHEN WS-AGE-DAYS NOT > 60
                 MOVE 2 TO WS-BUCKET-IDX
              WHEN WS-AGE-DAYS NOT > 90
                 MOVE 3 TO WS-BUCKET-IDX
              WHEN WS-AGE-DAYS NOT > 180
                 MOVE 4 TO WS-BUCKET-IDX
              WHEN OTHER
                 MOVE 5 TO WS-BUCKET-IDX
           END-EVALUATE.

           ADD CADV-BALANCE
               TO WS-AGING-AMOUNT(WS-TYPE-IDX, WS-BUCKET-IDX)
                  WS-AGING-AMOUNT(WS-TYPE-IDX, 6)
                  WS-AGING-AMOUNT(6, WS-BUCKET-IDX)
                  WS-AGING-AMOUNT(6, 6).
           ADD 1 TO WS-OPEN-COUNT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE CADV-PAN               TO DTL-PAN.
           MOVE TYPE-NAME(WS-TYPE-IDX) TO DTL-TYPE-NAME.
           MOVE CADV-BALANCE           TO DTL-BALANCE.
           MOVE WS-AGE-FROM-DATE       TO DTL-OPEN-DATE.
           MOVE WS-AGE-DAYS            TO DTL-DAYS.
           IF CADV-ESCROW-CARRIED
              MOVE 'CARRIED IN ESCROW' TO DTL-NOTE
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A310-FIND-TYPE.
           IF TYPE-CODE(WS-ROW-IDX) = CADV-TYPE
              MOVE WS-ROW-IDX TO WS-TYPE-IDX
           END-IF
           .

       A500-WRITE-BUCKETS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-BUCKET-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A510-WRITE-BUCKET-ROW
                   VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > 6
           .

       A510-WRITE-BUCKET-ROW.
           MOVE SPACES TO WS-BUCKET-LINE.
           IF WS-ROW-IDX > 5
              MOVE 'ALL TYPES'           TO BKT-TYPE-NAME
           ELSE
              MOVE TYPE-NAME(WS-ROW-IDX) TO BKT-TYPE-NAME
           END-IF.
           PERFORM A520-EDIT-BUCKET
                   VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 6.
           MOVE WS-BUCKET-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A520-EDIT-BUCKET.
           MOVE WS-AGING-AMOUNT(WS-ROW-IDX, WS-BUCKET-IDX)
                TO BKT-AMOUNT(WS-BUCKET-IDX)
           .

       A900-FINALIZE.
           MOVE WS-OPEN-COUNT   TO SUM-OPEN.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE CORP-ADVANCE-FILE.
           CLOSE AGING-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
