       ID DIVISION.
       PROGRAM-ID. EPSTKLOD.
      *    OVERDUE TICKLER REPORT BY WORK GROUP - THE EPSAPAGE STYLE.
      *
      *    EVERY MORNING LISTS EACH OPEN EPSTICKL FOLLOW-UP ITEM PAST
      *    ITS DUE DATE, ONE SECTION PER WORK GROUP IN THE ORDER OF
      *    STATIC-GROUP-TABLE, SO EACH SUPERVISOR GETS THEIR OWN PAGE
      *    OF WHAT THE GROUP HAS LET SLIP AND WHO IS SITTING ON IT.
      *    ITEMS IN A GROUP NOT IN THE TABLE PRINT LAST UNDER OTHER
      *    RATHER THAN DROP OFF THE REPORT. AN ITEM WITH NO ASSIGNED
      *    USER SHOWS AS UNASSIGNED - NOBODY HAS PICKED IT UP.
      *
      *    THE FILE IS READ ONCE PER GROUP - A PASS PER GROUP KEEPS
      *    THE REPORT IN GROUP ORDER WITHOUT A SORT.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKLER-FILE ASSIGN TO EPSTICKL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TKL-KEY
                  FILE STATUS IS WS-TICKL-STATUS.

           SELECT OVERDUE-REPORT ASSIGN TO TKLODRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TICKLER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSTICKL.

       FD  OVERDUE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
      *    REPORT ORDER OF THE WORK GROUPS - SEE TKL-WORK-GROUP. THE
      *    LAST ENTRY CATCHES ANY GROUP NOT LISTED ABOVE IT.
           03 STATIC-GROUPS.
              05 FILLER                  PIC X(4)  VALUE 'INSR'.
              05 FILLER                  PIC X(30)
                 VALUE 'INSURANCE'.
              05 FILLER                  PIC X(4)  VALUE 'LMIT'.
              05 FILLER                  PIC X(30)
                 VALUE 'LOSS MITIGATION'.
              05 FILLER                  PIC X(4)  VALUE 'SKIP'.
              05 FILLER                  PIC X(30)
                 VALUE 'SKIP TRACE'.
              05 FILLER                  PIC X(4)  VALUE 'APPR'.
              05 FILLER                  PIC X(30)
                 VALUE 'APPRAISAL DESK'.
              05 FILLER                  PIC X(4)  VALUE 'COLL'.
              05 FILLER                  PIC X(30)
                 VALUE 'COLLECTIONS'.
              05 FILLER                  PIC X(4)  VALUE 'CSVC'.
              05 FILLER                  PIC X(30)
                 VALUE 'CUSTOMER SERVICE'.
              05 FILLER                  PIC X(4)  VALUE SPACES.
              05 FILLER                  PIC X(30)
                 VALUE 'OTHER'.
           03 STATIC-GROUP-TBL REDEFINES STATIC-GROUPS.
              05 STATIC-GROUP-TABLE OCCURS 7 TIMES.
                07 STATIC-GROUP-CODE       PIC X(4).
                07 STATIC-GROUP-NAME       PIC X(30).

       01 WS-FILE-STATUSES.
           03 WS-TICKL-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TICKLERS          PIC X VALUE 'N'.
              88 END-OF-TICKLERS             VALUE 'Y'.
           03 WS-IN-GROUP                 PIC X VALUE 'N'.
              88 ITEM-IN-GROUP               VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-OPEN-COUNT               PIC 9(7) VALUE 0.
           03 WS-OVERDUE-COUNT            PIC 9(7) VALUE 0.
           03 WS-GROUP-COUNT              PIC 9(7) VALUE 0.

       01 WS-GRP-IDX                      PIC 9(2) COMP.

       01 WS-AGE-WORK.
           03 WS-TODAY-INT                PIC S9(7) COMP.
           03 WS-DAYS-OVERDUE             PIC S9(5) COMP.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSTKLOD - OVERDUE TICKLERS BY WORK GROUP'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-GROUP-HEADING.
              05 FILLER                   PIC X(12) VALUE
                 'WORK GROUP:'.
              05 GHD-CODE                 PIC X(4).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 GHD-NAME                 PIC X(30).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(10) VALUE 'DUE'.
              05 FILLER                   PIC X(6)  VALUE 'LATE'.
              05 FILLER                   PIC X(6)  VALUE 'RSN'.
              05 FILLER                   PIC X(10) VALUE 'USER'.
              05 FILLER                   PIC X(60) VALUE
                 'FOLLOW-UP'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-DUE-DATE             PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-DAYS                 PIC ZZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-REASON               PIC X(4).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-USER                 PIC X(10).
              05 DTL-DESCRIPTION          PIC X(60).
           03 WS-GROUP-TOTAL-LINE.
              05 FILLER                   PIC X(12) VALUE
                 'OVERDUE:'.
              05 GTL-COUNT                PIC ZZZZZZ9.
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(12) VALUE 'OPEN:'.
              05 SUM-OPEN                 PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'OVERDUE:'.
              05 SUM-OVERDUE              PIC ZZZZZZ9.

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
           PERFORM A200-LIST-GROUP
                   VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > 7.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSTKLOD' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  TICKLER-FILE.
           OPEN OUTPUT OVERDUE-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8).
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    ONE PASS OF THE FILE FOR THE GROUP - HEADING, ITS OVERDUE
      *    ITEMS IN PAN ORDER, AND ITS COUNT.
       A200-LIST-GROUP.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE STATIC-GROUP-CODE(WS-GRP-IDX) TO GHD-CODE.
           MOVE STATIC-GROUP-NAME(WS-GRP-IDX) TO GHD-NAME.
           MOVE WS-GROUP-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 0   TO WS-GROUP-COUNT.
           MOVE 'N' TO WS-END-OF-TICKLERS.
           MOVE LOW-VALUES TO TKL-KEY.
           START TICKLER-FILE KEY IS NOT LESS THAN TKL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-TICKLERS
           END-START.
           PERFORM A250-CHECK-TICKLER UNTIL END-OF-TICKLERS.

           MOVE WS-GROUP-COUNT TO GTL-COUNT.
           MOVE WS-GROUP-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A250-CHECK-TICKLER.
           READ TICKLER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-TICKLERS
                 EXIT PARAGRAPH
           END-READ.
           IF NOT TKL-OPEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-GRP-IDX = 1
              ADD 1 TO WS-OPEN-COUNT
           END-IF.

           MOVE 'N' TO WS-IN-GROUP.
           IF WS-GRP-IDX < 7
              IF TKL-WORK-GROUP = STATIC-GROUP-CODE(WS-GRP-IDX)
                 MOVE 'Y' TO WS-IN-GROUP
              END-IF
           ELSE
              IF NOT TKL-KNOWN-GROUP
                 MOVE 'Y' TO WS-IN-GROUP
              END-IF
           END-IF.
           IF NOT ITEM-IN-GROUP
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DAYS-OVERDUE =
                   WS-TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(TKL-DUE-DATE).
           IF WS-DAYS-OVERDUE > 0
              ADD 1 TO WS-GROUP-COUNT
              ADD 1 TO WS-OVERDUE-COUNT
              MOVE SPACES          TO WS-DETAIL-LINE
              MOVE TKL-PAN         TO DTL-PAN
              MOVE TKL-DUE-DATE    TO DTL-DUE-DATE
              MOVE WS-DAYS-OVERDUE TO DTL-DAYS
              MOVE TKL-REASON-CODE TO DTL-REASON
              IF TKL-ASSIGNED-USER = SPACES
                 MOVE 'UNASSIGNED'      TO DTL-USER
              ELSE
                 MOVE TKL-ASSIGNED-USER TO DTL-USER
              END-IF
              MOVE TKL-DESCRIPTION TO DTL-DESCRIPTION
              MOVE WS-DETAIL-LINE  TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           .

       A900-FINALIZE.
           MOVE WS-OPEN-COUNT    TO SUM-OPEN.
           MOVE WS-OVERDUE-COUNT TO SUM-OVERDUE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE  TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE TICKLER-FILE.
           CLOSE OVERDUE-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSTKLOD' TO EPSRUNWR-JOB-NAME.
           MOVE WS-OPEN-COUNT    TO EPSRUNWR-IN-COUNT.
           MOVE WS-OVERDUE-COUNT TO EPSRUNWR-OUT-COUNT.
           MOVE 0 TO EPSRUNWR-ERROR-COUNT.
           MOVE 0 TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .
