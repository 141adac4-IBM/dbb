       ID DIVISION.
       PROGRAM-ID. EPSCPMNT.
      *    BORROWER COMMUNICATION-PREFERENCE MAINTENANCE RUN.
      *
      *    APPLIES EPSCPTXN ADD/CHANGE/REVOKE TRANSACTIONS TO THE
      *    EPSCMPRF COMMUNICATION-PREFERENCE FILE - THE EPSBKMNT
      *    TRANSACTION SHAPE. A CONSENTED CHANNEL MUST CARRY ITS
      *    MOBILE NUMBER OR EMAIL ADDRESS, AND THE PREFERRED CHANNEL
      *    MUST BE ONE THE BORROWER CONSENTED TO; OTHERWISE NOTHING
      *    CHANGES. A CONSENT DATE IS STAMPED THE DAY A CHANNEL'S
      *    CONSENT IS FIRST KEYED AND KEPT WHILE IT STANDS. REVOKE
      *    WITHDRAWS BOTH CONSENTS BUT KEEPS THE RECORD FOR THE
      *    HISTORY. THE NEXT EPSNTFEX RUN HONORS THE CHANGE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO EPSCPTXN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CPTX-STATUS.

           SELECT COMM-PREF-FILE ASSIGN TO EPSCMPRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CMPF-PAN
                  FILE STATUS IS WS-CMPF-STATUS.

           SELECT BORROWER-MASTER-FILE ASSIGN TO EPSBRWRF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BRWR-PAN
                  FILE STATUS IS WS-BRWR-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO CPMNTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSCPTXN.

       FD  COMM-PREF-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSCMPRF.

       FD  BORROWER-MASTER-FILE
           RECORD CONTAINS 166 CHARACTERS.
           COPY EPSBRWRF.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-STATIC-DATA.
           03 STATIC-ERRORS.
              05 FILLER                  PIC 99 VALUE 1.
              05 FILLER                  PIC X(80)
              VALUE 'ADD FAILED - PREFERENCE ALREADY ON FILE FOR PAN'.
              05 FILLER                  PIC 99 VALUE 2.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - NO PREFERENCE ON FILE FOR PAN'.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - ACTION CODE NOT A, C OR R'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(80)
              VALUE 'ADD FAILED - BORROWER NOT ON EPSBRWRF'.
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - CONSENTED CHANNEL HAS NO MOBILE NUM
      -       'BER OR EMAIL'.
              05 FILLER                  PIC 99 VALUE 6.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - PREFERRED CHANNEL NOT T OR E, OR NO
      -       'T CONSENTED'.
              05 FILLER                  PIC 99 VALUE 7.
              05 FILLER                  PIC X(80)
              VALUE 'ACTION FAILED - TIME ZONE NOT E, C, M, P, A, H OR S
      -       'PACE'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 7 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

       01 WS-FILE-STATUSES.
           03 WS-CPTX-STATUS              PIC XX.
           03 WS-CMPF-STATUS              PIC XX.
           03 WS-BRWR-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TRANS             PIC X VALUE 'N'.
              88 END-OF-TRANS                VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 9 VALUE 0.
              88 WS-TRANSACTION-VALID        VALUE 0.
           03 WS-RECORD-FOUND             PIC X VALUE 'N'.
              88 PREFERENCE-ON-FILE          VALUE 'Y'.
      *    THE KEYED TIME ZONE, CHECKED AGAINST THE RECORD'S OWN LIST.
           03 WS-ZONE-CHECK               PIC X.
              88 WS-ZONE-VALID               VALUE 'E' 'C' 'M' 'P'
                                                   'A' 'H' SPACE.

       01 WS-COUNTERS.
           03 WS-IN-COUNT                 PIC 9(7) VALUE 0.
           03 WS-ADD-COUNT                PIC 9(7) VALUE 0.
           03 WS-CHANGE-COUNT             PIC 9(7) VALUE 0.
           03 WS-REVOKE-COUNT             PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSCPMNT - COMMUNICATION PREFERENCE REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-DETAIL-LINE.
              05 DTL-ACTION               PIC X.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(80).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(8)  VALUE 'ADDS:'.
              05 SUM-ADDS                 PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'CHANGES:'.
              05 SUM-CHANGES              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'REVOKES:'.
              05 SUM-REVOKES              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'ERRORS:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.

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
           PERFORM A200-PROCESS-TRANSACTION UNTIL END-OF-TRANS.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSCPMNT' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  TRANSACTION-FILE.
           OPEN I-O    COMM-PREF-FILE.
           IF WS-CMPF-STATUS = '05' OR '35'
              CLOSE COMM-PREF-FILE
              OPEN OUTPUT COMM-PREF-FILE
              CLOSE COMM-PREF-FILE
              OPEN I-O COMM-PREF-FILE
           END-IF.
           OPEN INPUT  BORROWER-MASTER-FILE.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM A150-READ-TRANSACTION.

       A150-READ-TRANSACTION.
           READ TRANSACTION-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-TRANS
              NOT AT END
                 ADD 1 TO WS-IN-COUNT
           END-READ
           .

       A200-PROCESS-TRANSACTION.
           MOVE 0           TO WS-VALIDATION-INDICATOR.
           MOVE SPACES      TO WS-DETAIL-LINE.
           MOVE CPTX-ACTION TO DTL-ACTION.
           MOVE CPTX-PAN    TO DTL-PAN.

           IF NOT CPTX-ADD AND NOT CPTX-CHANGE AND NOT CPTX-REVOKE
              MOVE 3 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID AND NOT CPTX-REVOKE
              PERFORM A210-VALIDATE-PREFERENCE
           END-IF
           .
           IF WS-TRANSACTION-VALID
              PERFORM A250-READ-RECORD
              EVALUATE TRUE
                 WHEN CPTX-ADD
                    PERFORM A300-ADD-RECORD
                 WHEN CPTX-CHANGE
                    PERFORM A400-CHANGE-RECORD
                 WHEN CPTX-REVOKE
                    PERFORM A500-REVOKE-RECORD
              END-EVALUATE
           END-IF
           .
           IF NOT WS-TRANSACTION-VALID
              ADD 1 TO WS-ERROR-COUNT
              MOVE ERROR-TEXT(WS-VALIDATION-INDICATOR) TO DTL-RESULT
              MOVE WS-DETAIL-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           .
           PERFORM A150-READ-TRANSACTION.

      *    A CONSENT WITHOUT SOMEWHERE TO SEND IS NO CONSENT, AND THE
      *    PREFERRED CHANNEL HAS TO BE ONE THE BORROWER AGREED TO.
       A210-VALIDATE-PREFERENCE.
           IF (CPTX-TEXT-CONSENTED AND CPTX-MOBILE-PHONE = SPACES)
              OR (CPTX-EMAIL-CONSENTED AND CPTX-EMAIL-ADDRESS = SPACES)
              MOVE 5 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN CPTX-PREFERRED-CHANNEL = 'T'
                   AND CPTX-TEXT-CONSENTED
                 CONTINUE
              WHEN CPTX-PREFERRED-CHANNEL = 'E'
                   AND CPTX-EMAIL-CONSENTED
                 CONTINUE
              WHEN OTHER
                 MOVE 6 TO WS-VALIDATION-INDICATOR
                 EXIT PARAGRAPH
           END-EVALUATE.
           MOVE CPTX-TIME-ZONE TO WS-ZONE-CHECK.
           IF NOT WS-ZONE-VALID
              MOVE 7 TO WS-VALIDATION-INDICATOR
           END-IF
           .

       A250-READ-RECORD.
           MOVE 'N' TO WS-RECORD-FOUND.
           MOVE CPTX-PAN TO CMPF-PAN.
           READ COMM-PREF-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-RECORD-FOUND
           END-READ
           .

       A300-ADD-RECORD.
           IF PREFERENCE-ON-FILE
              MOVE 1 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE CPTX-PAN TO BRWR-PAN.
           READ BORROWER-MASTER-FILE
              INVALID KEY
                 MOVE 4 TO WS-VALIDATION-INDICATOR
                 EXIT PARAGRAPH
           END-READ.
           MOVE SPACES   TO COMMUNICATION-PREFERENCE-RECORD.
           MOVE CPTX-PAN TO CMPF-PAN.
           MOVE 'N'      TO CMPF-TEXT-CONSENT-IND
                            CMPF-EMAIL-CONSENT-IND.
           MOVE 0        TO CMPF-TEXT-CONSENT-DATE
                            CMPF-EMAIL-CONSENT-DATE.
           PERFORM A600-APPLY-PREFERENCE.
           WRITE COMMUNICATION-PREFERENCE-RECORD.
           ADD 1 TO WS-ADD-COUNT.
           MOVE 'PREFERENCE ADDED' TO DTL-RESULT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A400-CHANGE-RECORD.
           IF NOT PREFERENCE-ON-FILE
              MOVE 2 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           PERFORM A600-APPLY-PREFERENCE.
           REWRITE COMMUNICATION-PREFERENCE-RECORD.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE 'PREFERENCE CHANGED' TO DTL-RESULT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A500-REVOKE-RECORD.
           IF NOT PREFERENCE-ON-FILE
              MOVE 2 TO WS-VALIDATION-INDICATOR
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N'               TO CMPF-TEXT-CONSENT-IND
                                     CMPF-EMAIL-CONSENT-IND.
           MOVE 0                 TO CMPF-TEXT-CONSENT-DATE
                                     CMPF-EMAIL-CONSENT-DATE.
           MOVE WS-CURRENT-DATE-8 TO CMPF-LAST-MAINT-DATE.
           MOVE CPTX-USER-ID      TO CMPF-LAST-MAINT-USER.
           REWRITE COMMUNICATION-PREFERENCE-RECORD.
           ADD 1 TO WS-REVOKE-COUNT.
           MOVE 'CONSENT REVOKED - NO TEXT OR EMAIL NOTIFICATIONS'
                TO DTL-RESULT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

      *    A CHANNEL NEWLY CONSENTED IS DATED TODAY; ONE ALREADY
      *    CONSENTED KEEPS ITS ORIGINAL DATE; ONE WITHDRAWN LOSES IT.
       A600-APPLY-PREFERENCE.
           IF CPTX-TEXT-CONSENTED
              IF NOT CMPF-TEXT-CONSENTED
                 MOVE WS-CURRENT-DATE-8 TO CMPF-TEXT-CONSENT-DATE
              END-IF
              MOVE 'Y' TO CMPF-TEXT-CONSENT-IND
           ELSE
              MOVE 'N' TO CMPF-TEXT-CONSENT-IND
              MOVE 0   TO CMPF-TEXT-CONSENT-DATE
           END-IF.
           IF CPTX-EMAIL-CONSENTED
              IF NOT CMPF-EMAIL-CONSENTED
                 MOVE WS-CURRENT-DATE-8 TO CMPF-EMAIL-CONSENT-DATE
              END-IF
              MOVE 'Y' TO CMPF-EMAIL-CONSENT-IND
           ELSE
              MOVE 'N' TO CMPF-EMAIL-CONSENT-IND
              MOVE 0   TO CMPF-EMAIL-CONSENT-DATE
           END-IF.
           MOVE CPTX-MOBILE-PHONE      TO CMPF-MOBILE-PHONE.
           MOVE CPTX-EMAIL-ADDRESS     TO CMPF-EMAIL-ADDRESS.
           MOVE CPTX-PREFERRED-CHANNEL TO CMPF-PREFERRED-CHANNEL.
           MOVE CPTX-TIME-ZONE         TO CMPF-TIME-ZONE.
           MOVE WS-CURRENT-DATE-8      TO CMPF-LAST-MAINT-DATE.
           MOVE CPTX-USER-ID           TO CMPF-LAST-MAINT-USER
           .

       A900-FINALIZE.
           MOVE WS-ADD-COUNT     TO SUM-ADDS.
           MOVE WS-CHANGE-COUNT  TO SUM-CHANGES.
           MOVE WS-REVOKE-COUNT  TO SUM-REVOKES.
           MOVE WS-ERROR-COUNT   TO SUM-ERRORS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE  TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE TRANSACTION-FILE.
           CLOSE COMM-PREF-FILE.
           CLOSE BORROWER-MASTER-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSCPMNT'          TO EPSRUNWR-JOB-NAME.
           MOVE WS-IN-COUNT         TO EPSRUNWR-IN-COUNT.
           COMPUTE EPSRUNWR-OUT-COUNT =
                   WS-ADD-COUNT + WS-CHANGE-COUNT + WS-REVOKE-COUNT.
           MOVE WS-ERROR-COUNT      TO EPSRUNWR-ERROR-COUNT.
           MOVE 0                   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS
           .
