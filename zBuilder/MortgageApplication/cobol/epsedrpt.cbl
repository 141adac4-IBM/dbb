       ID DIVISION.
       PROGRAM-ID. EPSEDRPT.
      *    MONTHLY PAPERLESS DELIVERY REPORT.
      *
      *    BROWSES THE EPSEDPRF ELECTRONIC-DELIVERY PREFERENCE FILE
      *    AND REPORTS, BY DOCUMENT TYPE (STATEMENTS, ESCROW
      *    ANALYSES, LETTERS) AND IN TOTAL:
      *
      *       - ENROLLMENT: BORROWERS ENROLLED, WITHDRAWN, AND BACK
      *         ON PAPER AFTER A BOUNCE, AS OF TODAY;
      *       - THE MONTH'S MOVEMENT: NEW ENROLLMENTS, WITHDRAWALS
      *         AND BOUNCES DATED IN THE REPORT MONTH;
      *       - DOCUMENTS SENT ELECTRONICALLY IN THE REPORT MONTH (THE
      *         COUNT EPSARCST KEEPS ON EACH RECORD) AND THE POSTAGE
      *         THAT SAVED AT THE PER-PIECE RATE ON THE CARD.
      *
      *    RUN AT MONTH END, BEFORE THE FIRST DOCUMENT OF THE NEW
      *    MONTH IS FILED - THE SENT COUNT ON A RECORD STARTS OVER
      *    WITH ITS FIRST DOCUMENT IN A NEW MONTH.
      *
      *    CONTROL CARD (SYSIN):
      *       COLS 1-6   REPORT MONTH, YYYYMM (BLANK = THIS MONTH).
      *       COLS 7-11  POSTAGE PER PIECE, 999V99 (BLANK = 0.73).
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDELIVERY-PREF-FILE ASSIGN TO EPSEDPRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EDPF-KEY
                  FILE STATUS IS WS-EDPRF-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO EDRPTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDELIVERY-PREF-FILE
           RECORD CONTAINS 156 CHARACTERS.
           COPY EPSEDPRF.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-EDPRF-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-PREFS             PIC X VALUE 'N'.
              88 END-OF-PREFS                VALUE 'Y'.
           03 WS-EDPRF-OPEN               PIC X VALUE 'N'.
              88 EDPRF-FILE-OPEN             VALUE 'Y'.

       01 WS-CONTROL-CARD                 PIC X(80).
       01 WS-CONTROL-CARD-RDF REDEFINES WS-CONTROL-CARD.
           03 WS-CARD-MONTH               PIC X(6).
           03 WS-CARD-MONTH-N REDEFINES WS-CARD-MONTH
                                          PIC 9(6).
           03 WS-CARD-POSTAGE             PIC X(5).
           03 WS-CARD-POSTAGE-N REDEFINES WS-CARD-POSTAGE
                                          PIC 9(3)V99.
           03 FILLER                      PIC X(69).

       01 WS-REPORT-MONTH                 PIC 9(6).
       01 WS-POSTAGE-RATE                 PIC 9(3)V99 VALUE 0.73.

      *    ONE ROW PER DOCUMENT TYPE; ROW 4 IS THE TOTAL.
       01 WS-TYPE-NAMES.
           03 FILLER                      PIC X(22) VALUE
              'STBILLING STATEMENTS'.
           03 FILLER                      PIC X(22) VALUE
              'EAESCROW ANALYSES'.
           03 FILLER                      PIC X(22) VALUE
              'LTLETTERS AND NOTICES'.
           03 FILLER                      PIC X(22) VALUE
              '  ALL DOCUMENT TYPES'.
       01 WS-TYPE-NAME-TBL REDEFINES WS-TYPE-NAMES.
           03 WS-TYPE-NAME-ENTRY OCCURS 4 TIMES.
              05 WS-TYPE-CODE             PIC X(2).
              05 WS-TYPE-DESC             PIC X(20).

       01 WS-TYPE-TOTALS.
           03 WS-TYPE-TOTAL OCCURS 4 TIMES.
              05 TOT-ENROLLED             PIC 9(7) COMP.
              05 TOT-WITHDRAWN            PIC 9(7) COMP.
              05 TOT-BOUNCED              PIC 9(7) COMP.
              05 TOT-NEW-ENROLLS          PIC 9(7) COMP.
              05 TOT-NEW-WITHDRAWS        PIC 9(7) COMP.
              05 TOT-NEW-BOUNCES          PIC 9(7) COMP.
              05 TOT-SENT                 PIC 9(9) COMP.
              05 TOT-POSTAGE-SAVED        PIC 9(9)V99 COMP.
       01 WS-TYPE-IDX                     PIC 9(1) COMP.
       01 WS-ROW-IDX                      PIC 9(1) COMP.
       01 WS-READ-COUNT                   PIC 9(7) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSEDRPT - PAPERLESS DELIVERY MONTHLY REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(14) VALUE
                 'REPORT MONTH:'.
              05 HDG-MONTH                PIC 9(6).
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 FILLER                   PIC X(20) VALUE
                 'POSTAGE PER PIECE:'.
              05 HDG-POSTAGE              PIC ZZ9.99.
           03 WS-HEADING-3.
              05 FILLER                   PIC X(22) VALUE
                 'DOCUMENT TYPE'.
              05 FILLER                   PIC X(10) VALUE
                 '  ENROLLED'.
              05 FILLER                   PIC X(10) VALUE
                 ' WITHDRAWN'.
              05 FILLER                   PIC X(10) VALUE
                 '  ON PAPER'.
              05 FILLER                   PIC X(10) VALUE
                 '  NEW ENRL'.
              05 FILLER                   PIC X(10) VALUE
                 '  NEW WDRW'.
              05 FILLER                   PIC X(10) VALUE
                 '  BOUNCED'.
              05 FILLER                   PIC X(12) VALUE
                 '        SENT'.
              05 FILLER                   PIC X(16) VALUE
                 '   POSTAGE SAVED'.
           03 WS-HEADING-4.
              05 FILLER                   PIC X(22) VALUE SPACES.
              05 FILLER                   PIC X(30) VALUE
                 '---------- AS OF TODAY -------'.
              05 FILLER                   PIC X(30) VALUE
                 '------- IN REPORT MONTH ------'.
           03 WS-DETAIL-LINE.
              05 DTL-DESC                 PIC X(22).
              05 DTL-ENROLLED             PIC Z,ZZZ,ZZ9.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-WITHDRAWN            PIC Z,ZZZ,ZZ9.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-BOUNCED              PIC Z,ZZZ,ZZ9.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-NEW-ENROLLS          PIC Z,ZZZ,ZZ9.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-NEW-WITHDRAWS        PIC Z,ZZZ,ZZ9.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-NEW-BOUNCES          PIC Z,ZZZ,ZZ9.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-SENT                 PIC ZZZ,ZZZ,ZZ9.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-POSTAGE-SAVED        PIC ZZZ,ZZZ,ZZ9.99.

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
           PERFORM A200-COUNT-PREFERENCE UNTIL END-OF-PREFS.
           PERFORM A800-PRINT-REPORT.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSEDRPT' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  EDELIVERY-PREF-FILE.
           OPEN OUTPUT CONTROL-REPORT.
           INITIALIZE WS-TYPE-TOTALS.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.

           MOVE SPACES TO WS-CONTROL-CARD.
           ACCEPT WS-CONTROL-CARD.
           IF WS-CARD-MONTH IS NUMERIC
              MOVE WS-CARD-MONTH-N TO WS-REPORT-MONTH
           ELSE
              MOVE WS-CURRENT-DATE-8(1:6) TO WS-REPORT-MONTH
           END-IF.
           IF WS-CARD-POSTAGE IS NUMERIC
              MOVE WS-CARD-POSTAGE-N TO WS-POSTAGE-RATE
           END-IF.

      *    NO PREFERENCE FILE YET IS AN ALL-ZERO REPORT, NOT A FAILURE.
           IF WS-EDPRF-STATUS NOT = '00'
              MOVE 'Y' TO WS-END-OF-PREFS
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-EDPRF-OPEN.
           MOVE LOW-VALUES TO EDPF-KEY.
           START EDELIVERY-PREF-FILE KEY IS NOT LESS THAN EDPF-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-PREFS
           END-START.
           IF NOT END-OF-PREFS
              PERFORM A150-READ-PREFERENCE
           END-IF
           .

       A150-READ-PREFERENCE.
           READ EDELIVERY-PREF-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-PREFS
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
           END-READ
           .

      *    A TYPE NOT ON THE TABLE IS COUNTED IN THE TOTAL ONLY.
       A200-COUNT-PREFERENCE.
           MOVE 4 TO WS-TYPE-IDX.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > 3
              IF WS-TYPE-CODE(WS-ROW-IDX) = EDPF-DOC-TYPE
                 MOVE WS-ROW-IDX TO WS-TYPE-IDX
              END-IF
           END-PERFORM.
           PERFORM A250-ADD-TO-ROW.
           IF WS-TYPE-IDX NOT = 4
              MOVE 4 TO WS-TYPE-IDX
              PERFORM A250-ADD-TO-ROW
           END-IF.
           PERFORM A150-READ-PREFERENCE.

       A250-ADD-TO-ROW.
           EVALUATE TRUE
              WHEN EDPF-ENROLLED
                 ADD 1 TO TOT-ENROLLED(WS-TYPE-IDX)
              WHEN EDPF-WITHDRAWN
                 ADD 1 TO TOT-WITHDRAWN(WS-TYPE-IDX)
              WHEN EDPF-BOUNCED
                 ADD 1 TO TOT-BOUNCED(WS-TYPE-IDX)
           END-EVALUATE.
           IF EDPF-ENROLL-DATE(1:6) = WS-REPORT-MONTH
              ADD 1 TO TOT-NEW-ENROLLS(WS-TYPE-IDX)
           END-IF.
           IF EDPF-WITHDRAWN
              AND EDPF-WITHDRAW-DATE(1:6) = WS-REPORT-MONTH
              ADD 1 TO TOT-NEW-WITHDRAWS(WS-TYPE-IDX)
           END-IF.
           IF EDPF-BOUNCE-DATE(1:6) = WS-REPORT-MONTH
              ADD 1 TO TOT-NEW-BOUNCES(WS-TYPE-IDX)
           END-IF.
           IF EDPF-COUNT-MONTH = WS-REPORT-MONTH
              ADD EDPF-MONTH-SENT-COUNT TO TOT-SENT(WS-TYPE-IDX)
           END-IF
           .

       A800-PRINT-REPORT.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-REPORT-MONTH TO HDG-MONTH.
           MOVE WS-POSTAGE-RATE TO HDG-POSTAGE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-4 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-3 TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A850-PRINT-ROW
                   VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > 4
           .

       A850-PRINT-ROW.
           IF WS-ROW-IDX = 4
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           COMPUTE TOT-POSTAGE-SAVED(WS-ROW-IDX) =
                   TOT-SENT(WS-ROW-IDX) * WS-POSTAGE-RATE.
           MOVE WS-TYPE-DESC(WS-ROW-IDX)      TO DTL-DESC.
           MOVE TOT-ENROLLED(WS-ROW-IDX)      TO DTL-ENROLLED.
           MOVE TOT-WITHDRAWN(WS-ROW-IDX)     TO DTL-WITHDRAWN.
           MOVE TOT-BOUNCED(WS-ROW-IDX)       TO DTL-BOUNCED.
           MOVE TOT-NEW-ENROLLS(WS-ROW-IDX)   TO DTL-NEW-ENROLLS.
           MOVE TOT-NEW-WITHDRAWS(WS-ROW-IDX) TO DTL-NEW-WITHDRAWS.
           MOVE TOT-NEW-BOUNCES(WS-ROW-IDX)   TO DTL-NEW-BOUNCES.
           MOVE TOT-SENT(WS-ROW-IDX)          TO DTL-SENT.
           MOVE TOT-POSTAGE-SAVED(WS-ROW-IDX) TO DTL-POSTAGE-SAVED.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           IF EDPRF-FILE-OPEN
              CLOSE EDELIVERY-PREF-FILE
           END-IF.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSEDRPT'          TO EPSRUNWR-JOB-NAME.
           MOVE WS-READ-COUNT       TO EPSRUNWR-IN-COUNT.
           MOVE TOT-SENT(4)         TO EPSRUNWR-OUT-COUNT.
           MOVE 0                   TO EPSRUNWR-ERROR-COUNT.
           MOVE 0                   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .
