       ID DIVISION.
       PROGRAM-ID. EPSWFMNT.
      *    PAYMENT APPLICATION WATERFALL TABLE MAINTENANCE.
      *
      *    EPSPYPST APPLIES EVERY POSTED PAYMENT - LOCKBOX, ACH,
      *    TELLER, INTRADAY CYCLE OR NIGHTLY SWEEP - BUCKET BY BUCKET
      *    IN THE ORDER THE EPSWFALL TABLE GIVES FOR THE LOAN'S
      *    INVESTOR, PRODUCT TYPE AND JURISDICTION. THIS RUN APPLIES
      *    EPSWFTXN CARDS TO THAT TABLE IN THE SAME CARD-DRIVEN SHAPE
      *    EPSAVMNT USES FOR THE APOR TABLE:
      *
      *       - A KEY NOT YET ON THE TABLE IS ADDED AS VERSION 1.
      *       - A KEY ALREADY ON FILE HAS ITS CURRENT ORDER AND
      *         VERSION ROLLED TO THE PRIOR FIELDS AND THE CARD'S
      *         ORDER MADE CURRENT AS THE NEXT VERSION - BUT ONLY
      *         WHEN THE CARD IS NOT EFFECTIVE BEFORE THE VERSION IT
      *         REPLACES, SO AN OLD DECK CANNOT WIND THE TABLE BACK.
      *
      *    AN ENTRY IS NEVER DELETED - EPSPYHST RECORDS THE ENTRY AND
      *    VERSION EACH PAYMENT WAS APPLIED BY, AND A CHANGE BACK TO
      *    THE HOUSE ORDER IS JUST ANOTHER VERSION. THE TABLE IS
      *    CREATED ON THE FIRST RUN IF IT IS NOT THERE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO EPSWFTXN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-WFTX-STATUS.

           SELECT WATERFALL-FILE ASSIGN TO EPSWFALL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WFALL-KEY
                  FILE STATUS IS WS-WFALL-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO WFMNTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 76 CHARACTERS.
           COPY EPSWFTXN.

       FD  WATERFALL-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSWFALL.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
           03 STATIC-ERRORS.
              05 FILLER                  PIC 99 VALUE 1.
              05 FILLER                  PIC X(80)
              VALUE 'CARD REJECTED - KEY PART OR WATERFALL ID BLANK'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X(80)
              VALUE 'CARD REJECTED - ORDER NOT I,P,M,E,L ONCE EACH'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(80)
              VALUE 'CARD REJECTED - EFFECTIVE DATE INVALID'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(80)
              VALUE 'CARD REJECTED - EFFECTIVE BEFORE VERSION ON FILE'.
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(80)
              VALUE 'CARD REJECTED - ENTRY AT LAST VERSION NUMBER'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 5 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

       01 WS-FILE-STATUSES.
           03 WS-WFTX-STATUS              PIC XX.
           03 WS-WFALL-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TRANS             PIC X VALUE 'N'.
              88 END-OF-TRANS                VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 9 VALUE 0.
              88 WS-TRANSACTION-VALID        VALUE 0.
           03 WS-WFALL-FOUND              PIC X VALUE 'N'.
              88 WS-WFALL-ON-FILE            VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-ADDED-COUNT              PIC 9(7) VALUE 0.
           03 WS-REPLACED-COUNT           PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

      *    HOW OFTEN EACH BUCKET CODE APPEARS IN THE CARD'S ORDER.
       01 WS-ORDER-TALLIES.
           03 WS-TALLY-I                  PIC 9(2) COMP.
           03 WS-TALLY-P                  PIC 9(2) COMP.
           03 WS-TALLY-M                  PIC 9(2) COMP.
           03 WS-TALLY-E                  PIC 9(2) COMP.
           03 WS-TALLY-L                  PIC 9(2) COMP.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-CARD-DATE.
           03 WS-CD-YYYY                  PIC 9(4).
           03 WS-CD-MM                    PIC 9(2).
           03 WS-CD-DD                    PIC 9(2).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSWFMNT - PAYMENT WATERFALL MAINTENANCE REPORT'.
              05 FILLER                   PIC X(10) VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(26) VALUE 'INVESTOR'.
              05 FILLER                   PIC X(3)  VALUE 'PT'.
              05 FILLER                   PIC X(6)  VALUE 'JURS'.
              05 FILLER                   PIC X(8)  VALUE 'ID'.
              05 FILLER                   PIC X(11) VALUE 'NEW ORDER'.
              05 FILLER                   PIC X(10) VALUE 'EFFECTIVE'.
              05 FILLER                   PIC X(11) VALUE 'OLD ORDER'.
              05 FILLER                   PIC X(10) VALUE 'USER'.
              05 FILLER                   PIC X(47) VALUE 'RESULT'.
           03 WS-DETAIL-LINE.
              05 DTL-INVESTOR             PIC X(24).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-PRODUCT              PIC X.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-JURISDICTION         PIC X(4).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-WATERFALL-ID         PIC X(6).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-NEW-ORDER            PIC X(5).
              05 FILLER                   PIC X VALUE '/'.
              05 DTL-NEW-VERSION          PIC 9(3).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-NEW-DATE             PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-OLD-ORDER            PIC X(5).
              05 FILLER                   PIC X VALUE '/'.
              05 DTL-OLD-VERSION          PIC 9(3).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-USER-ID              PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(47).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'ADDED:'.
              05 SUM-ADDED                PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'REPLACED:'.
              05 SUM-REPLACED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'ERRORS:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-APPLY-CARD UNTIL END-OF-TRANS.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSWFMNT' TO EPSJOBTM-JOB-NAME.
           MOVE 600        TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  TRANSACTION-FILE.
           OPEN I-O    WATERFALL-FILE.
           IF WS-WFALL-STATUS = '05' OR '35'
              CLOSE WATERFALL-FILE
              OPEN OUTPUT WATERFALL-FILE
              CLOSE WATERFALL-FILE
              OPEN I-O WATERFALL-FILE
           END-IF.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A150-READ-CARD.

       A150-READ-CARD.
           READ TRANSACTION-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-TRANS
           END-READ
           .

       A200-APPLY-CARD.
           MOVE 0                      TO WS-VALIDATION-INDICATOR.
           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WFTX-INVESTOR-NAME     TO DTL-INVESTOR.
           MOVE WFTX-PRODUCT-TYPE      TO DTL-PRODUCT.
           MOVE WFTX-JURISDICTION-CODE TO DTL-JURISDICTION.
           MOVE WFTX-ID                TO DTL-WATERFALL-ID.
           MOVE WFTX-ORDER             TO DTL-NEW-ORDER.
           MOVE 0                      TO DTL-NEW-VERSION.
           MOVE 0                      TO DTL-OLD-VERSION.
           MOVE WFTX-USER-ID           TO DTL-USER-ID.
           IF WFTX-EFFECTIVE-DATE IS NUMERIC
              MOVE WFTX-EFFECTIVE-DATE TO DTL-NEW-DATE
           ELSE
              MOVE 0                   TO DTL-NEW-DATE
           END-IF.

           PERFORM A300-VALIDATE-CARD.
           IF WS-TRANSACTION-VALID
              PERFORM A400-POST-ORDER
           END-IF
           .
           IF WS-TRANSACTION-VALID
              MOVE WFALL-VERSION TO DTL-NEW-VERSION
              IF WS-WFALL-ON-FILE
                 ADD 1 TO WS-REPLACED-COUNT
                 MOVE 'ORDER REPLACED' TO DTL-RESULT
              ELSE
                 ADD 1 TO WS-ADDED-COUNT
                 MOVE 'ENTRY ADDED' TO DTL-RESULT
              END-IF
           ELSE
              ADD 1 TO WS-ERROR-COUNT
              MOVE ERROR-TEXT(WS-VALIDATION-INDICATOR) TO DTL-RESULT
           END-IF
           .
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A150-READ-CARD.

      *    EVERY KEY PART IS A VALUE OR AN ASTERISK - A BLANK ONE
      *    WOULD MATCH NO LOAN. THE ORDER MUST HOLD EACH OF THE FIVE
      *    BUCKET CODES EXACTLY ONCE.
       A300-VALIDATE-CARD.
           IF WFTX-INVESTOR-NAME = SPACES
              OR WFTX-PRODUCT-TYPE = SPACE
              OR WFTX-JURISDICTION-CODE = SPACES
              OR WFTX-ID = SPACES
              MOVE 1 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-TALLY-I WS-TALLY-P WS-TALLY-M
                     WS-TALLY-E WS-TALLY-L.
           INSPECT WFTX-ORDER TALLYING
                   WS-TALLY-I FOR ALL 'I'
                   WS-TALLY-P FOR ALL 'P'
                   WS-TALLY-M FOR ALL 'M'
                   WS-TALLY-E FOR ALL 'E'
                   WS-TALLY-L FOR ALL 'L'.
           IF WS-TALLY-I NOT = 1 OR WS-TALLY-P NOT = 1
              OR WS-TALLY-M NOT = 1 OR WS-TALLY-E NOT = 1
              OR WS-TALLY-L NOT = 1
              MOVE 2 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           IF WFTX-EFFECTIVE-DATE NOT NUMERIC
              MOVE 3 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE WFTX-EFFECTIVE-DATE TO WS-CARD-DATE.
           IF WS-CD-YYYY < 1900
              OR WS-CD-MM < 1 OR WS-CD-MM > 12
              OR WS-CD-DD < 1 OR WS-CD-DD > 31
              MOVE 3 TO WS-VALIDATION-INDICATOR
           END-IF.

      *    A NEW KEY IS WRITTEN AS VERSION 1; AN EXISTING ONE KEEPS
      *    THE ORDER IT HAD AS THE PRIOR VERSION.
       A400-POST-ORDER.
           MOVE 'N' TO WS-WFALL-FOUND.
           MOVE WFTX-INVESTOR-NAME     TO WFALL-INVESTOR-NAME.
           MOVE WFTX-PRODUCT-TYPE      TO WFALL-PRODUCT-TYPE.
           MOVE WFTX-JURISDICTION-CODE TO WFALL-JURISDICTION-CODE.
           READ WATERFALL-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-WFALL-FOUND
           END-READ
           .
           IF WS-WFALL-ON-FILE
              MOVE WFALL-ORDER   TO DTL-OLD-ORDER
              MOVE WFALL-VERSION TO DTL-OLD-VERSION
              IF WFTX-EFFECTIVE-DATE < WFALL-EFFECTIVE-DATE
                 MOVE 4 TO WS-VALIDATION-INDICATOR
                 EXIT PARAGRAPH
              END-IF
              IF WFALL-VERSION = 999
                 MOVE 5 TO WS-VALIDATION-INDICATOR
                 EXIT PARAGRAPH
              END-IF
              MOVE WFALL-ORDER          TO WFALL-PRIOR-ORDER
              MOVE WFALL-VERSION        TO WFALL-PRIOR-VERSION
              ADD 1                     TO WFALL-VERSION
              MOVE WFTX-ID              TO WFALL-ID
              MOVE WFTX-ORDER           TO WFALL-ORDER
              MOVE WFTX-EFFECTIVE-DATE  TO WFALL-EFFECTIVE-DATE
              MOVE WFTX-DESCRIPTION     TO WFALL-DESCRIPTION
              MOVE WFTX-USER-ID         TO WFALL-LAST-MAINT-USER
              MOVE WS-CURRENT-DATE-8    TO WFALL-LAST-MAINT-DATE
              REWRITE PAYMENT-WATERFALL-RECORD
           ELSE
              MOVE SPACES                 TO PAYMENT-WATERFALL-RECORD
              MOVE WFTX-INVESTOR-NAME     TO WFALL-INVESTOR-NAME
              MOVE WFTX-PRODUCT-TYPE      TO WFALL-PRODUCT-TYPE
              MOVE WFTX-JURISDICTION-CODE TO WFALL-JURISDICTION-CODE
              MOVE WFTX-ID                TO WFALL-ID
              MOVE WFTX-ORDER             TO WFALL-ORDER
              MOVE 1                      TO WFALL-VERSION
              MOVE WFTX-EFFECTIVE-DATE    TO WFALL-EFFECTIVE-DATE
              MOVE 0                      TO WFALL-PRIOR-VERSION
              MOVE WFTX-DESCRIPTION       TO WFALL-DESCRIPTION
              MOVE WFTX-USER-ID           TO WFALL-LAST-MAINT-USER
              MOVE WS-CURRENT-DATE-8      TO WFALL-LAST-MAINT-DATE
              WRITE PAYMENT-WATERFALL-RECORD
           END-IF
           .

       A900-FINALIZE.
           MOVE WS-ADDED-COUNT    TO SUM-ADDED.
           MOVE WS-REPLACED-COUNT TO SUM-REPLACED.
           MOVE WS-ERROR-COUNT    TO SUM-ERRORS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE   TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE TRANSACTION-FILE.
           CLOSE WATERFALL-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
