       ID DIVISION.
       PROGRAM-ID. EPSTDAGE.
      *    WEEKLY TRAILING-DOCUMENT AGING REPORT FOR POST-CLOSING.
      *
      *    BROWSES THE EPSTRDOC TRAILING-DOCUMENT FILE AND LISTS EVERY
      *    LOAN NOT YET COMPLETE - ITS CLOSING DATE, DAYS SINCE
      *    CLOSING, THE INVESTOR IT WAS SOLD TO (FROM EPSPLASN, OR
      *    RETAINED WHEN IT HAS NOT BEEN POOLED), AND WHAT IS STILL
      *    OUTSTANDING: THE ITEM CODES NOT RECEIVED, PLUS CERT WHEN
      *    THE CUSTODIAN HAS NOT CERTIFIED THE COLLATERAL FILE OR
      *    CERT-EXC WITH THE CUSTODIAN'S TEXT WHEN IT RAISED AN
      *    EXCEPTION. THE COUNTS OF OPEN LOANS BY INVESTOR ARE THEN
      *    AGED FROM CLOSING INTO 0-30, 31-60, 61-90, 91-180 AND
      *    OVER-180-DAY BUCKETS, WITH A LINE FOR ALL INVESTORS - THE
      *    COUNTY AND TITLE FOLLOW-UP LIST, AND THE INVESTORS' OWN
      *    TRAILING-DOCUMENT DEADLINES, ARE WORKED FROM IT.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAILING-DOC-FILE ASSIGN TO EPSTRDOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TDOC-PAN
                  FILE STATUS IS WS-TRDOC-STATUS.

           SELECT POOL-ASSIGNMENT-FILE ASSIGN TO EPSPLASN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PLASN-PAN
                  FILE STATUS IS WS-PLASN-STATUS.

           SELECT AGING-REPORT ASSIGN TO TDAGERPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAILING-DOC-FILE
           RECORD CONTAINS 300 CHARACTERS.
           COPY EPSTRDOC.

       FD  POOL-ASSIGNMENT-FILE
           RECORD CONTAINS 63 CHARACTERS.
           COPY EPSPLASN.

       FD  AGING-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-TRDOC-STATUS             PIC XX.
           03 WS-PLASN-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TRDOC             PIC X VALUE 'N'.
              88 END-OF-TRDOC                VALUE 'Y'.
           03 WS-PLASN-OPENED             PIC X VALUE 'N'.
              88 PLASN-FILE-OPEN             VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-READ-COUNT               PIC 9(7) VALUE 0.
           03 WS-OPEN-COUNT               PIC 9(7) VALUE 0.

      *    LOAN COUNTS BY INVESTOR - ONE ROW PER INVESTOR FOUND, IN
      *    THE ORDER FOUND, PLUS ROW 51 FOR ALL INVESTORS; COLUMNS 1-5
      *    ARE THE AGE BUCKETS, 6 THE ROW TOTAL.
       01 WS-INVESTOR-COUNT               PIC 9(2) COMP VALUE 0.
       01 WS-INVESTOR-NAMES.
           03 WS-INVESTOR-NAME OCCURS 50 TIMES PIC X(24).
       01 WS-AGING-TABLE.
           03 WS-AGING-ROW OCCURS 51 TIMES.
              05 WS-AGING-COUNT OCCURS 6 TIMES PIC 9(7) COMP.
       01 WS-INV-IDX                      PIC 9(2) COMP.
       01 WS-BUCKET-IDX                   PIC 9(2) COMP.
       01 WS-ROW-IDX                      PIC 9(2) COMP.
       01 WS-ITEM-IDX                     PIC 9(2) COMP.
       01 WS-AGE-DAYS                     PIC S9(7) COMP.
       01 WS-TEXT-PTR                     PIC 9(3) COMP.
       01 WS-WORK-INVESTOR                PIC X(24).

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSTDAGE - TRAILING DOCUMENT AGING REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(10) VALUE 'CLOSED'.
              05 FILLER                   PIC X(8)  VALUE '  DAYS'.
              05 FILLER                   PIC X(26) VALUE 'INVESTOR'.
              05 FILLER                   PIC X(42) VALUE
                 'OUTSTANDING'.
              05 FILLER                   PIC X(30) VALUE
                 'CUSTODIAN EXCEPTION'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-CLOSING-DATE         PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-DAYS                 PIC ZZZZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-INVESTOR             PIC X(24).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-OUTSTANDING          PIC X(40).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-CERT-NOTE            PIC X(30).
           03 WS-BUCKET-HEADING.
              05 FILLER                   PIC X(24) VALUE
                 'INVESTOR'.
              05 FILLER                   PIC X(10) VALUE
                 '      0-30'.
              05 FILLER                   PIC X(10) VALUE
                 '     31-60'.
              05 FILLER                   PIC X(10) VALUE
                 '     61-90'.
              05 FILLER                   PIC X(10) VALUE
                 '    91-180'.
              05 FILLER                   PIC X(10) VALUE
                 '  OVER 180'.
              05 FILLER                   PIC X(10) VALUE
                 '     TOTAL'.
           03 WS-BUCKET-LINE.
              05 BKT-INVESTOR             PIC X(24).
              05 BKT-COLUMN OCCURS 6 TIMES.
                 07 FILLER                PIC X(2).
                 07 BKT-COUNT             PIC ZZZ,ZZ9.
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(18) VALUE
                 'LOANS OUTSTANDING:'.
              05 SUM-OPEN                 PIC ZZZZZZ9.

      *    ONE-RECORD RUN SUMMARY FOR THE 6 AM HEALTH PAGE - SEE
      *    EPSRUNWR/EPSBHLTH.
           COPY EPSRSPM.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-AGE-LOAN UNTIL END-OF-TRDOC.
           PERFORM A500-WRITE-BUCKETS.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSTDAGE' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  TRAILING-DOC-FILE.
           OPEN INPUT  POOL-ASSIGNMENT-FILE.
           IF WS-PLASN-STATUS = '00'
              MOVE 'Y' TO WS-PLASN-OPENED
           END-IF.
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
                   UNTIL WS-ROW-IDX > 51.

      *    NO FILE YET MEANS NO LOAN HAS BOARDED SINCE TRACKING BEGAN.
           IF WS-TRDOC-STATUS NOT = '00'
              MOVE 'Y' TO WS-END-OF-TRDOC
           END-IF.
           PERFORM A150-READ-TRAILING-DOCS.

       A110-CLEAR-ROW.
           PERFORM A120-CLEAR-BUCKET
                   VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 6
           .

       A120-CLEAR-BUCKET.
           MOVE 0 TO WS-AGING-COUNT(WS-ROW-IDX, WS-BUCKET-IDX)
           .

       A150-READ-TRAILING-DOCS.
           IF END-OF-TRDOC
              EXIT PARAGRAPH
           END-IF.
           READ TRAILING-DOC-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-TRDOC
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
           END-READ
           .

       A200-AGE-LOAN.
           IF TDOC-COMPLETE-DATE = 0
              PERFORM A300-BUCKET-LOAN
           END-IF.
           PERFORM A150-READ-TRAILING-DOCS.

       A300-BUCKET-LOAN.
           PERFORM A320-FIND-INVESTOR.

           IF TDOC-CLOSING-DATE = 0
              MOVE 0 TO WS-AGE-DAYS
           ELSE
              COMPUTE WS-AGE-DAYS =
                      FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8)
                    - FUNCTION INTEGER-OF-DATE(TDOC-CLOSING-DATE)
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

           ADD 1 TO WS-AGING-COUNT(WS-INV-IDX, WS-BUCKET-IDX)
                    WS-AGING-COUNT(WS-INV-IDX, 6)
                    WS-AGING-COUNT(51, WS-BUCKET-IDX)
                    WS-AGING-COUNT(51, 6).
           ADD 1 TO WS-OPEN-COUNT.

           MOVE SPACES            TO WS-DETAIL-LINE.
           MOVE TDOC-PAN          TO DTL-PAN.
           MOVE TDOC-CLOSING-DATE TO DTL-CLOSING-DATE.
           MOVE WS-AGE-DAYS       TO DTL-DAYS.
           MOVE WS-WORK-INVESTOR  TO DTL-INVESTOR.
           MOVE 1                 TO WS-TEXT-PTR.
           PERFORM A310-LIST-OUTSTANDING-ITEM
                   VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > TDOC-ITEM-COUNT.
           EVALUATE TRUE
              WHEN TDOC-CERT-EXCEPTION
                 STRING 'CERT-EXC' DELIMITED BY SIZE
                        INTO DTL-OUTSTANDING
                        WITH POINTER WS-TEXT-PTR
                 END-STRING
                 MOVE TDOC-CERT-EXCEPTION-TEXT TO DTL-CERT-NOTE
              WHEN NOT TDOC-CERTIFIED
                 STRING 'CERT' DELIMITED BY SIZE
                        INTO DTL-OUTSTANDING
                        WITH POINTER WS-TEXT-PTR
                 END-STRING
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A310-LIST-OUTSTANDING-ITEM.
           IF TDOC-RECEIVED-DATE(WS-ITEM-IDX) = 0
              STRING TDOC-ITEM-CODE(WS-ITEM-IDX) DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     INTO DTL-OUTSTANDING
                     WITH POINTER WS-TEXT-PTR
              END-STRING
           END-IF
           .

      *    A LOAN NOT ON EPSPLASN HAS NOT BEEN SOLD - IT IS AGED
      *    UNDER RETAINED.
       A320-FIND-INVESTOR.
           MOVE 'RETAINED' TO WS-WORK-INVESTOR.
           IF PLASN-FILE-OPEN
              MOVE TDOC-PAN TO PLASN-PAN
              READ POOL-ASSIGNMENT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PLASN-INVESTOR-NAME TO WS-WORK-INVESTOR
              END-READ
           END-IF.

           MOVE 0 TO WS-INV-IDX.
           PERFORM A330-MATCH-INVESTOR
                   VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-INVESTOR-COUNT
                      OR WS-INV-IDX > 0.
           IF WS-INV-IDX = 0
              IF WS-INVESTOR-COUNT < 50
                 ADD 1 TO WS-INVESTOR-COUNT
                 MOVE WS-INVESTOR-COUNT TO WS-INV-IDX
                 MOVE WS-WORK-INVESTOR
                      TO WS-INVESTOR-NAME(WS-INV-IDX)
              ELSE
                 DISPLAY 'EPSTDAGE - INVESTOR TABLE FULL AT 50 - '
                         'RUN STOPPED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           .

       A330-MATCH-INVESTOR.
           IF WS-INVESTOR-NAME(WS-ROW-IDX) = WS-WORK-INVESTOR
              MOVE WS-ROW-IDX TO WS-INV-IDX
           END-IF
           .

       A500-WRITE-BUCKETS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-BUCKET-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A510-WRITE-BUCKET-ROW
                   VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-INVESTOR-COUNT.
           MOVE 51 TO WS-ROW-IDX.
           PERFORM A510-WRITE-BUCKET-ROW
           .

       A510-WRITE-BUCKET-ROW.
           MOVE SPACES TO WS-BUCKET-LINE.
           IF WS-ROW-IDX > 50
              MOVE 'ALL INVESTORS'              TO BKT-INVESTOR
           ELSE
              MOVE WS-INVESTOR-NAME(WS-ROW-IDX) TO BKT-INVESTOR
           END-IF.
           PERFORM A520-EDIT-BUCKET
                   VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 6.
           MOVE WS-BUCKET-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A520-EDIT-BUCKET.
           MOVE WS-AGING-COUNT(WS-ROW-IDX, WS-BUCKET-IDX)
                TO BKT-COUNT(WS-BUCKET-IDX)
           .

       A900-FINALIZE.
           MOVE WS-OPEN-COUNT   TO SUM-OPEN.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE TRAILING-DOC-FILE.
           IF PLASN-FILE-OPEN
              CLOSE POOL-ASSIGNMENT-FILE
           END-IF.
           CLOSE AGING-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSTDAGE'    TO EPSRUNWR-JOB-NAME.
           MOVE WS-READ-COUNT TO EPSRUNWR-IN-COUNT.
           MOVE WS-OPEN-COUNT TO EPSRUNWR-OUT-COUNT.
           MOVE 0 TO EPSRUNWR-ERROR-COUNT.
           MOVE 0 TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .
