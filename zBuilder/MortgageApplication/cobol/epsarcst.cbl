      *    STATEMENT ALREADY CARRIES AND EVERY LETTER TEMPLATE NOW
      *    CARRIES TOO (A TEMPLATE EDIT, THE EPSLGEN WAY) - THE PAN
      *    IS LIFTED FROM THAT LINE. THE SYSIN CARD NAMES THE
      *    DOCUMENT TYPE BEING FILED (COLS 1-2: ST, EA, LT OR PO).
      *    LINES ARRIVING BEFORE THE FIRST ACCOUNT LINE BELONG TO
      *    THE DOCUMENT WHOSE ACCOUNT LINE FOLLOWS, SO THE DATE AND
      *    ADDRESS BLOCK ABOVE IT ARE KEPT.
      *
      *    RUN BEHIND AN E-DELIVERY STREAM (BILSTME, ESCSTME,
      *    LGENLTRE - AN 'E' IN COL 4 OF THE CARD), THE STEP ALSO
      *    WRITES ONE EPSEDLXT RECORD PER DOCUMENT FILED: THE ARCHIVE
      *    KEY THE PORTAL FETCHES IT BY, AND THE EMAIL ADDRESS, NAME
      *    AND LANGUAGE THE VENDOR'S NOTICE NEEDS. THE DOCUMENT IS
      *    COUNTED AS SENT ON THE BORROWER'S EPSEDPRF RECORD FOR THE
      *    EPSEDRPT POSTAGE FIGURES. A DOCUMENT WHOSE PREFERENCE IS NO
      *    LONGER ENROLLED BY THE TIME IT IS FILED (A BOUNCE OR A
      *    WITHDRAWAL BETWEEN THE TWO STEPS) IS NOT EXTRACTED - IT IS
      *    REPRINTED FROM THE ARCHIVE ONTO ARCEPRT FOR THE MAIL.
      *
      *    RUN WITH 'RT' ON THE CARD INSTEAD OF A DOCUMENT TYPE, THE
      *    STEP FILES NOTHING AND SWEEPS THE ARCHIVE FOR RETENTION:
      *    A DOCUMENT OLDER THAN WS-DOC-RETENTION-YEARS IS DROPPED,
      *    INDEX AND CONTENT LINES. A DOCUMENT WHOSE LOAN IS UNDER
      *    LITIGATION HOLD (EPSLHOLD, ASKED THROUGH EPSLHCHK) IS KEPT
      *    HOWEVER OLD AND LISTED AS SKIPPED WITH THE MATTER HOLDING
      *    IT.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD KEY IS ARCCT-KEY
                  FILE STATUS IS WS-ARCCT-STATUS.

           SELECT EDELIVERY-PREF-FILE ASSIGN TO EPSEDPRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EDPF-KEY
                  FILE STATUS IS WS-EDPRF-STATUS.

           SELECT BORROWER-MASTER-FILE ASSIGN TO EPSBRWRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BRWR-PAN
                  FILE STATUS IS WS-BRWR-STATUS.

           SELECT EDELIVERY-EXTRACT-FILE ASSIGN TO EPSEDLXT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-EDLXT-STATUS.

           SELECT PAPER-FALLBACK-FILE ASSIGN TO ARCEPRT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-FALLBK-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO ARCSTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           RECORD CONTAINS 157 CHARACTERS.
           COPY EPSARCCT.

       FD  EDELIVERY-PREF-FILE
           RECORD CONTAINS 156 CHARACTERS.
           COPY EPSEDPRF.

       FD  BORROWER-MASTER-FILE
           RECORD CONTAINS 166 CHARACTERS.
           COPY EPSBRWRF.

       FD  EDELIVERY-EXTRACT-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSEDLXT.

       FD  PAPER-FALLBACK-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  FALLBACK-LINE                  PIC X(132).

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).
           03 WS-PRINT-STATUS             PIC XX.
           03 WS-ARCIX-STATUS             PIC XX.
           03 WS-ARCCT-STATUS             PIC XX.
           03 WS-EDPRF-STATUS             PIC XX.
           03 WS-BRWR-STATUS              PIC XX.
           03 WS-EDLXT-STATUS             PIC XX.
           03 WS-FALLBK-STATUS            PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
              88 DOCUMENT-OPEN               VALUE 'Y'.
           03 WS-WRITTEN-IND              PIC X.
              88 INDEX-WRITTEN               VALUE 'Y'.
           03 WS-STREAM-IND               PIC X VALUE 'P'.
              88 ELECTRONIC-STREAM           VALUE 'E'.
           03 WS-EDPRF-OPEN               PIC X VALUE 'N'.
              88 EDPRF-FILE-OPEN             VALUE 'Y'.
           03 WS-EDPF-FOUND               PIC X VALUE 'N'.
              88 STILL-ENROLLED              VALUE 'Y'.
           03 WS-RETENTION-IND            PIC X VALUE 'N'.
              88 RETENTION-SWEEP             VALUE 'Y'.
           03 WS-END-OF-INDEX             PIC X VALUE 'N'.
              88 END-OF-INDEX                VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-DOCUMENT-COUNT           PIC 9(7) VALUE 0.
           03 WS-LINE-TOTAL               PIC 9(7) VALUE 0.
           03 WS-EXTRACT-COUNT            PIC 9(7) VALUE 0.
           03 WS-FALLBACK-COUNT           PIC 9(7) VALUE 0.
           03 WS-SCANNED-COUNT            PIC 9(7) VALUE 0.
           03 WS-PURGED-COUNT             PIC 9(7) VALUE 0.
           03 WS-PURGED-LINES             PIC 9(7) VALUE 0.
           03 WS-HOLD-SKIP-COUNT          PIC 9(7) VALUE 0.

      *    HOW LONG A FILED DOCUMENT IS KEPT - A COMPILED DEFAULT,
      *    THE SAME AS EPSARCPG'S RETENTION PERIODS.
       01 WS-DOC-RETENTION-YEARS          PIC 9(2) VALUE 7.
       01 WS-RETENTION-CUTOFF-8           PIC 9(8).
      *    THE INDEX IS IN PAN ORDER, SO A LOAN'S HOLD IS ASKED ONCE.
       01 WS-CHECKED-PAN                  PIC X(10) VALUE SPACES.
       01 WS-PURGE-LINE-NUM               PIC 9(4).

       01 WS-REPRINT-LINE-NUM             PIC 9(4).
       01 WS-CURRENT-YYYYMM               PIC 9(6).

       01 WS-TYPE-CARD                    PIC X(80).
       01 WS-DOC-TYPE                     PIC X(2) VALUE 'ST'.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'LINES:'.
              05 SUM-LINES                PIC ZZZZZZ9.
           03 WS-EDELIVERY-LINE.
              05 FILLER                   PIC X(12) VALUE 'EXTRACTED:'.
              05 SUM-EXTRACTED            PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(28) VALUE
                 'NO LONGER ENROLLED - PAPER:'.
              05 SUM-FALLBACK             PIC ZZZZZZ9.
           03 WS-RETENTION-LINE.
              05 RTN-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 RTN-DOC-DATE             PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 RTN-DOC-TYPE             PIC X(2).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 RTN-ACTION               PIC X(16).
              05 RTN-MATTER-NUM           PIC X(12).
           03 WS-RETENTION-SUMMARY.
              05 FILLER                   PIC X(10) VALUE 'SCANNED:'.
              05 SUM-SCANNED              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'PURGED:'.
              05 SUM-PURGED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'LINES:'.
              05 SUM-PURGED-LINES         PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(14) VALUE
                 'HELD-SKIPPED:'.
              05 SUM-HELD                 PIC ZZZZZZ9.

      *    LITIGATION HOLD CHECK - SEE EPSLHCHK.
           COPY EPSLHPM.

       LINKAGE SECTION.
      *
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           IF RETENTION-SWEEP
              PERFORM A800-RETAIN-ONE-DOCUMENT UNTIL END-OF-INDEX
           ELSE
              PERFORM A200-FILE-ONE-LINE UNTIL END-OF-PRINT
              IF DOCUMENT-OPEN
                 PERFORM A600-CLOSE-DOCUMENT
              END-IF
           END-IF.
           PERFORM A900-FINALIZE.
           STOP RUN
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN I-O    ARCHIVE-INDEX-FILE.
           IF WS-ARCIX-STATUS = '05' OR '35'
              CLOSE ARCHIVE-INDEX-FILE

           MOVE SPACES TO WS-TYPE-CARD.
           ACCEPT WS-TYPE-CARD.
           IF WS-TYPE-CARD(1:2) = 'RT'
              MOVE 'Y' TO WS-RETENTION-IND
              PERFORM A750-START-RETENTION
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT  PRINT-INPUT-FILE.
           IF WS-TYPE-CARD(1:2) NOT = SPACES
              MOVE WS-TYPE-CARD(1:2) TO WS-DOC-TYPE
           END-IF.
           IF WS-TYPE-CARD(4:1) = 'E'
              MOVE 'E' TO WS-STREAM-IND
              PERFORM A110-OPEN-EDELIVERY
           END-IF.

           PERFORM A150-READ-PRINT.

      *    WITHOUT A PREFERENCE FILE NOBODY IS ENROLLED, AND EVERY
      *    DOCUMENT ON THE STREAM FALLS BACK TO PAPER.
       A110-OPEN-EDELIVERY.
           MOVE WS-CURRENT-DATE-8(1:6) TO WS-CURRENT-YYYYMM.
           OPEN I-O    EDELIVERY-PREF-FILE.
           IF WS-EDPRF-STATUS = '00'
              MOVE 'Y' TO WS-EDPRF-OPEN
           END-IF.
           OPEN INPUT  BORROWER-MASTER-FILE.
           OPEN OUTPUT EDELIVERY-EXTRACT-FILE.
           OPEN OUTPUT PAPER-FALLBACK-FILE
           .

       A150-READ-PRINT.
           READ PRINT-INPUT-FILE
              AT END
           MOVE WS-DOC-LINE-NUM TO ARCIX-LINE-COUNT.
           REWRITE ARCHIVE-INDEX-RECORD.
           ADD 1 TO WS-DOCUMENT-COUNT.
           MOVE 'N' TO WS-DOC-OPEN.
           IF ELECTRONIC-STREAM
              PERFORM A700-DELIVER-DOCUMENT
           END-IF
           .

      *    THE PREFERENCE IS READ AGAIN HERE, NOT TRUSTED FROM THE
      *    PRODUCER - A BOUNCE OR WITHDRAWAL MAY HAVE LANDED SINCE.
       A700-DELIVER-DOCUMENT.
           MOVE 'N' TO WS-EDPF-FOUND.
           IF EDPRF-FILE-OPEN
              MOVE WS-DOC-PAN  TO EDPF-PAN
              MOVE WS-DOC-TYPE TO EDPF-DOC-TYPE
              READ EDELIVERY-PREF-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF EDPF-ENROLLED AND EDPF-CONSENT-DATE > 0
                       MOVE 'Y' TO WS-EDPF-FOUND
                    END-IF
              END-READ
           END-IF.
           IF NOT STILL-ENROLLED
              PERFORM A750-REPRINT-DOCUMENT
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES              TO EDELIVERY-EXTRACT-RECORD.
           MOVE WS-DOC-PAN          TO EDLX-PAN.
           MOVE WS-DOC-TYPE         TO EDLX-DOC-TYPE.
           MOVE ARCIX-DOC-DATE      TO EDLX-ARC-DOC-DATE.
           MOVE ARCIX-SEQ           TO EDLX-ARC-SEQ.
           MOVE ARCIX-LINE-COUNT    TO EDLX-LINE-COUNT.
           MOVE EDPF-EMAIL-ADDRESS  TO EDLX-EMAIL-ADDRESS.
           MOVE WS-CURRENT-DATE-8   TO EDLX-NOTIFY-DATE.
           MOVE 'EN'                TO EDLX-LANGUAGE-CODE.
           MOVE WS-DOC-PAN          TO BRWR-PAN.
           READ BORROWER-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE BRWR-NAME TO EDLX-BORROWER-NAME
                 IF BRWR-LANGUAGE-CODE NOT = SPACES
                    MOVE BRWR-LANGUAGE-CODE TO EDLX-LANGUAGE-CODE
                 END-IF
           END-READ.
           WRITE EDELIVERY-EXTRACT-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.

           IF EDPF-COUNT-MONTH NOT = WS-CURRENT-YYYYMM
              MOVE WS-CURRENT-YYYYMM TO EDPF-COUNT-MONTH
              MOVE 0                 TO EDPF-MONTH-SENT-COUNT
           END-IF.
           ADD 1 TO EDPF-MONTH-SENT-COUNT.
           MOVE WS-CURRENT-DATE-8 TO EDPF-LAST-SENT-DATE.
           REWRITE EDELIVERY-PREFERENCE-RECORD
           .

      *    THE DOCUMENT JUST FILED, LINE FOR LINE FROM THE ARCHIVE.
       A750-REPRINT-DOCUMENT.
           MOVE ARCIX-PAN      TO ARCCT-PAN.
           MOVE ARCIX-DOC-DATE TO ARCCT-DOC-DATE.
           MOVE ARCIX-SEQ      TO ARCCT-SEQ.
           PERFORM A760-REPRINT-ONE-LINE
                   VARYING WS-REPRINT-LINE-NUM FROM 1 BY 1
                   UNTIL WS-REPRINT-LINE-NUM > ARCIX-LINE-COUNT.
           ADD 1 TO WS-FALLBACK-COUNT
           .

       A760-REPRINT-ONE-LINE.
           MOVE WS-REPRINT-LINE-NUM TO ARCCT-LINE-NUM.
           READ ARCHIVE-CONTENT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE ARCCT-LINE-TEXT TO FALLBACK-LINE
                 WRITE FALLBACK-LINE
           END-READ
           .

      *    RETENTION RUNS AGAINST THE CALENDAR: A DOCUMENT DATED
      *    BEFORE THIS DAY SO MANY YEARS AGO HAS AGED OUT.
       A750-START-RETENTION.
           COMPUTE WS-RETENTION-CUTOFF-8 =
                   WS-CURRENT-DATE-8 - (WS-DOC-RETENTION-YEARS * 10000).
           MOVE LOW-VALUES TO ARCIX-KEY.
           START ARCHIVE-INDEX-FILE KEY IS NOT LESS THAN ARCIX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-INDEX
           END-START.
           IF NOT END-OF-INDEX
              PERFORM A780-READ-INDEX
           END-IF
           .

       A780-READ-INDEX.
           READ ARCHIVE-INDEX-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-INDEX
           END-READ
           .

       A800-RETAIN-ONE-DOCUMENT.
           ADD 1 TO WS-SCANNED-COUNT.
           IF ARCIX-DOC-DATE < WS-RETENTION-CUTOFF-8
              IF ARCIX-PAN NOT = WS-CHECKED-PAN
                 MOVE 'P'       TO EPSLHCHK-HOLD-TYPE
                 MOVE ARCIX-PAN TO EPSLHCHK-HOLD-ID
                 CALL 'EPSLHCHK' USING EPSLHCHK-PARMS
                 MOVE ARCIX-PAN TO WS-CHECKED-PAN
              END-IF
              MOVE SPACES         TO WS-RETENTION-LINE
              MOVE ARCIX-PAN      TO RTN-PAN
              MOVE ARCIX-DOC-DATE TO RTN-DOC-DATE
              MOVE ARCIX-DOC-TYPE TO RTN-DOC-TYPE
              IF EPSLHCHK-HELD
                 ADD 1 TO WS-HOLD-SKIP-COUNT
                 MOVE 'SKIPPED - HELD'    TO RTN-ACTION
                 MOVE EPSLHCHK-MATTER-NUM TO RTN-MATTER-NUM
              ELSE
                 PERFORM A850-PURGE-DOCUMENT
                 MOVE 'PURGED'            TO RTN-ACTION
              END-IF
              MOVE WS-RETENTION-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
           PERFORM A780-READ-INDEX.

      *    THE CONTENT LINES GO FIRST, THEN THE INDEX RECORD THAT
      *    POINTS AT THEM.
       A850-PURGE-DOCUMENT.
           MOVE ARCIX-PAN      TO ARCCT-PAN.
           MOVE ARCIX-DOC-DATE TO ARCCT-DOC-DATE.
           MOVE ARCIX-SEQ      TO ARCCT-SEQ.
           PERFORM A860-PURGE-ONE-LINE
                   VARYING WS-PURGE-LINE-NUM FROM 1 BY 1
                   UNTIL WS-PURGE-LINE-NUM > ARCIX-LINE-COUNT.
           DELETE ARCHIVE-INDEX-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-PURGED-COUNT
           END-DELETE
           .

       A860-PURGE-ONE-LINE.
           MOVE WS-PURGE-LINE-NUM TO ARCCT-LINE-NUM.
           DELETE ARCHIVE-CONTENT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-PURGED-LINES
           END-DELETE
           .

       A900-FINALIZE.
           IF RETENTION-SWEEP
              MOVE WS-SCANNED-COUNT  TO SUM-SCANNED
              MOVE WS-PURGED-COUNT   TO SUM-PURGED
              MOVE WS-PURGED-LINES   TO SUM-PURGED-LINES
              MOVE WS-HOLD-SKIP-COUNT TO SUM-HELD
              MOVE WS-RETENTION-SUMMARY TO RPT-LINE
              WRITE RPT-LINE
              CLOSE ARCHIVE-INDEX-FILE
              CLOSE ARCHIVE-CONTENT-FILE
              CLOSE CONTROL-REPORT
              SET EPSJOBTM-END TO TRUE
              CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-DOCUMENT-COUNT TO SUM-DOCUMENTS.
           MOVE WS-LINE-TOTAL     TO SUM-LINES.
           MOVE WS-SUMMARY-LINE   TO RPT-LINE.
           WRITE RPT-LINE.
           IF ELECTRONIC-STREAM
              MOVE WS-EXTRACT-COUNT  TO SUM-EXTRACTED
              MOVE WS-FALLBACK-COUNT TO SUM-FALLBACK
              MOVE WS-EDELIVERY-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

           CLOSE PRINT-INPUT-FILE.
           CLOSE ARCHIVE-INDEX-FILE.
           CLOSE ARCHIVE-CONTENT-FILE.
           CLOSE CONTROL-REPORT.
           IF ELECTRONIC-STREAM
              IF EDPRF-FILE-OPEN
                 CLOSE EDELIVERY-PREF-FILE
              END-IF
              CLOSE BORROWER-MASTER-FILE
              CLOSE EDELIVERY-EXTRACT-FILE
              CLOSE PAPER-FALLBACK-FILE
           END-IF.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
