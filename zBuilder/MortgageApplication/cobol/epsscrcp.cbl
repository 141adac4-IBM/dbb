       ID DIVISION.
       PROGRAM-ID. EPSSCRCP.
      *    MONTHLY SCRA 6% RATE CAP AND RESTORE RUN.
      *
      *    BROWSES THE EPSSCRAF PROTECTION FILE AND KEEPS EACH LOAN'S
      *    SRV-CURRENT-RATE IN STEP WITH IT:
      *      - PROTECTED TODAY, PRE-SERVICE DEBT, NOTE RATE OVER THE
      *        CAP - THE NOTE RATE IS SAVED IN SCRA-PRE-CAP-RATE AND
      *        THE MASTER IS PUT ON STATIC-CAP-RATE. A CAPPED LOAN
      *        WHOSE RATE HAS SINCE RISEN (AN EPSARMRS RESET) IS
      *        CAPPED AGAIN AND THE NEW NOTE RATE SAVED IN ITS PLACE,
      *        AND THE HELD-BACK INCREASE IS LOGGED TO EPSSCRBK.
      *      - NO LONGER PROTECTED (PAST THE PROTECTION END DATE, OR
      *        CANCELLED) WITH A CAP IN FORCE - THE SAVED NOTE RATE
      *        GOES BACK ON. IF SOMETHING ELSE HAS MOVED THE RATE OFF
      *        THE CAP IN THE MEANTIME (A DOWNWARD ARM RESET), THAT
      *        RATE STANDS AND IS NOT OVERWRITTEN.
      *    EITHER WAY SRV-PI-PAYMENT IS RE-PRICED THROUGH EPSMPMT AT
      *    THE NEW RATE OVER THE REMAINING TERM, THE SAME CALL
      *    EPSARMRS MAKES FOR A RESET. AN ACTIVE RECORD PAST ITS
      *    PROTECTION END DATE IS MARKED EXPIRED.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRA-FILE ASSIGN TO EPSSCRAF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SCRA-PAN
                  FILE STATUS IS WS-SCRA-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT BLOCKED-ACTION-FILE ASSIGN TO EPSSCRBK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SCRBK-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO SCRCPRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCRA-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSSCRAF.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  BLOCKED-ACTION-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY EPSSCRBK.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
      *    THE SCRA MAXIMUM RATE ON PRE-SERVICE DEBT.
       01 WS-STATIC-DATA.
           03 STATIC-CAP-RATE             PIC 9(3)V99 VALUE 6.00.

       01 WS-FILE-STATUSES.
           03 WS-SCRA-STATUS              PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-SCRBK-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-SCRA              PIC X VALUE 'N'.
              88 END-OF-SCRA                 VALUE 'Y'.
           03 WS-LOAN-FOUND               PIC X VALUE 'N'.
              88 LOAN-ON-FILE                VALUE 'Y'.
           03 WS-PROTECTED                PIC X VALUE 'N'.
              88 LOAN-PROTECTED              VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-READ-COUNT               PIC 9(7) VALUE 0.
           03 WS-CAPPED-COUNT             PIC 9(7) VALUE 0.
           03 WS-RECAPPED-COUNT           PIC 9(7) VALUE 0.
           03 WS-RESTORED-COUNT           PIC 9(7) VALUE 0.
           03 WS-EXPIRED-COUNT            PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

       01 WS-NEW-RATE                     PIC 9(3)V99.
       01 WS-OLD-RATE                     PIC 9(3)V99.

           COPY EPSPDATA.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSSCRCP - SCRA RATE CAP AND RESTORE REPORT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(10) VALUE 'OLD RATE'.
              05 FILLER                   PIC X(10) VALUE 'NEW RATE'.
              05 FILLER                   PIC X(14) VALUE 'NEW P&I'.
              05 FILLER                   PIC X(50) VALUE 'RESULT'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-OLD-RATE             PIC ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DTL-NEW-RATE             PIC ZZ9.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 DTL-NEW-PAYMENT          PIC Z,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RESULT               PIC X(60).
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(8)  VALUE 'CAPPED:'.
              05 SUM-CAPPED               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'RE-CAPPED:'.
              05 SUM-RECAPPED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'RESTORED:'.
              05 SUM-RESTORED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(9)  VALUE 'EXPIRED:'.
              05 SUM-EXPIRED              PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(8)  VALUE 'ERRORS:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-PROCESS-PROTECTION UNTIL END-OF-SCRA.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSSCRCP' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN I-O    SCRA-FILE.
           OPEN I-O    SERVICING-MASTER-FILE.
           OPEN EXTEND BLOCKED-ACTION-FILE.
           IF WS-SCRBK-STATUS = '05' OR '35'
              OPEN OUTPUT BLOCKED-ACTION-FILE
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

           MOVE LOW-VALUES TO SCRA-PAN.
           START SCRA-FILE KEY IS NOT LESS THAN SCRA-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-SCRA
           END-START
           .
           IF NOT END-OF-SCRA
              PERFORM A150-READ-SCRA
           END-IF
           .

       A150-READ-SCRA.
           READ SCRA-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-SCRA
           END-READ
           .

       A200-PROCESS-PROTECTION.
           ADD 1 TO WS-READ-COUNT.
           MOVE 'N' TO WS-PROTECTED.
           IF SCRA-ACTIVE
              AND SCRA-DUTY-START-DATE <= WS-CURRENT-DATE-8
              AND SCRA-PROTECT-END-DATE >= WS-CURRENT-DATE-8
              MOVE 'Y' TO WS-PROTECTED
           END-IF.

           IF LOAN-PROTECTED
              IF SCRA-PRE-SERVICE-DEBT
                 PERFORM A300-APPLY-CAP
              END-IF
           ELSE
              IF SCRA-RATE-CAPPED
                 PERFORM A400-RESTORE-RATE
              END-IF
              IF SCRA-ACTIVE
                 AND SCRA-PROTECT-END-DATE < WS-CURRENT-DATE-8
                 AND NOT SCRA-RATE-CAPPED
                 MOVE 'E' TO SCRA-STATUS-IND
                 MOVE WS-CURRENT-DATE-8 TO SCRA-LAST-MAINT-DATE
                 REWRITE SCRA-PROTECTION-RECORD
                 ADD 1 TO WS-EXPIRED-COUNT
              END-IF
           END-IF.
           PERFORM A150-READ-SCRA.

       A250-READ-LOAN.
           MOVE 'N' TO WS-LOAN-FOUND.
           MOVE SCRA-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-LOAN-FOUND
           END-READ
           .

       A300-APPLY-CAP.
           PERFORM A250-READ-LOAN.
           IF NOT LOAN-ON-FILE
              EXIT PARAGRAPH
           END-IF.
           IF NOT SRV-LOAN-ACTIVE
              OR SRV-CURRENT-RATE NOT > STATIC-CAP-RATE
              EXIT PARAGRAPH
           END-IF.

           MOVE SRV-CURRENT-RATE TO WS-OLD-RATE.
           MOVE STATIC-CAP-RATE  TO WS-NEW-RATE.
           PERFORM A500-PRICE-NEW-PAYMENT.
           IF EPSPDATA-RETURN-ERROR NOT = SPACES
              PERFORM A800-REPORT-ERROR
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-NEW-RATE       TO SRV-CURRENT-RATE.
           MOVE EPSPDATA-RETURN-MONTH-PAYMENT TO SRV-PI-PAYMENT.
           MOVE WS-CURRENT-DATE-8 TO SRV-LAST-MAINT-DATE.
           REWRITE SERVICING-MASTER-RECORD.

           MOVE SPACES TO WS-DETAIL-LINE.
           IF SCRA-RATE-CAPPED
      *       THE NOTE RATE MOVED UP UNDER THE CAP - THE INCREASE IS
      *       HELD BACK AND LOGGED LIKE ANY OTHER BLOCKED ACTION.
              ADD 1 TO WS-RECAPPED-COUNT
              MOVE SCRA-PAN            TO SCRBK-PAN
              MOVE WS-CURRENT-DATE-8   TO SCRBK-ACTION-DATE
              MOVE 'EPSSCRCP'          TO SCRBK-PROGRAM-ID
              SET SCRBK-RATE-CAP       TO TRUE
              MOVE 'RATE INCREASE HELD AT SCRA CAP'
                                       TO SCRBK-DESCRIPTION
              WRITE SCRA-BLOCKED-ACTION-RECORD
              MOVE 'RATE ROSE UNDER CAP - NEW NOTE RATE SAVED, RECAPPED'
                   TO DTL-RESULT
           ELSE
              ADD 1 TO WS-CAPPED-COUNT
              MOVE WS-CURRENT-DATE-8 TO SCRA-CAP-DATE
              MOVE 'RATE CAPPED FOR SCRA PROTECTION' TO DTL-RESULT
           END-IF.
           MOVE WS-OLD-RATE       TO SCRA-PRE-CAP-RATE.
           MOVE 'Y'               TO SCRA-RATE-CAP-IND.
           MOVE 0                 TO SCRA-RESTORE-DATE.
           MOVE WS-CURRENT-DATE-8 TO SCRA-LAST-MAINT-DATE.
           REWRITE SCRA-PROTECTION-RECORD.

           PERFORM A850-PRINT-DETAIL
           .

      *    A LOAN NO LONGER ACTIVE ON THE MASTER (PAID OFF, SOLD,
      *    CHARGED OFF) HAS NOTHING TO RE-PRICE - THE CAP IS JUST
      *    CLEARED.
       A400-RESTORE-RATE.
           PERFORM A250-READ-LOAN.
           IF LOAN-ON-FILE AND SRV-LOAN-ACTIVE
              MOVE SRV-CURRENT-RATE TO WS-OLD-RATE
              IF SRV-CURRENT-RATE = STATIC-CAP-RATE
                 MOVE SCRA-PRE-CAP-RATE TO WS-NEW-RATE
              ELSE
                 MOVE SRV-CURRENT-RATE  TO WS-NEW-RATE
              END-IF
              PERFORM A500-PRICE-NEW-PAYMENT
              IF EPSPDATA-RETURN-ERROR NOT = SPACES
                 PERFORM A800-REPORT-ERROR
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-NEW-RATE       TO SRV-CURRENT-RATE
              MOVE EPSPDATA-RETURN-MONTH-PAYMENT TO SRV-PI-PAYMENT
              MOVE WS-CURRENT-DATE-8 TO SRV-LAST-MAINT-DATE
              REWRITE SERVICING-MASTER-RECORD
              MOVE SPACES TO WS-DETAIL-LINE
              MOVE 'PROTECTION ENDED - NOTE RATE RESTORED'
                   TO DTL-RESULT
           ELSE
              MOVE SPACES TO WS-DETAIL-LINE
              MOVE SCRA-PRE-CAP-RATE TO WS-OLD-RATE WS-NEW-RATE
              INITIALIZE EPSPDATA
              MOVE 'PROTECTION ENDED - LOAN NOT ACTIVE, CAP CLEARED'
                   TO DTL-RESULT
           END-IF.

           MOVE 'N'               TO SCRA-RATE-CAP-IND.
           MOVE WS-CURRENT-DATE-8 TO SCRA-RESTORE-DATE.
           IF SCRA-ACTIVE
              MOVE 'E'            TO SCRA-STATUS-IND
              ADD 1 TO WS-EXPIRED-COUNT
           END-IF.
           MOVE WS-CURRENT-DATE-8 TO SCRA-LAST-MAINT-DATE.
           REWRITE SCRA-PROTECTION-RECORD.
           ADD 1 TO WS-RESTORED-COUNT.
           PERFORM A850-PRINT-DETAIL
           .

      *    PRICED AS A LEVEL PAYMENT AT THE NEW RATE OVER THE
      *    REMAINING TERM - TYPE 'F' ON THE CALL, AS EPSARMRS DOES,
      *    SO EPSMPMT'S FIRST-ADJUSTMENT ARM PROJECTION STAYS OUT OF
      *    THE WAY.
       A500-PRICE-NEW-PAYMENT.
           INITIALIZE EPSPDATA.
           MOVE SRV-PRINCIPAL-BALANCE TO EPSPDATA-PRINCIPLE-DATA.
           MOVE SRV-REMAINING-YEARS   TO EPSPDATA-NUMBER-OF-YEARS.
           MOVE WS-NEW-RATE           TO
                EPSPDATA-QUOTED-INTEREST-RATE.
           MOVE 'Y'                   TO EPSPDATA-YEAR-MONTH-IND.
           MOVE SRV-APPRAISED-VALUE   TO EPSPDATA-APPRAISED-VALUE.
           MOVE SRV-ANNUAL-PROPERTY-TAX
                                      TO EPSPDATA-ANNUAL-PROPERTY-TAX.
           MOVE SRV-ANNUAL-INSURANCE-PREMIUM
                              TO EPSPDATA-ANNUAL-INSURANCE-PREMIUM.
           MOVE 'F'                   TO EPSPDATA-LOAN-TYPE-IND.
           CALL 'EPSMPMT' USING EPSPDATA
           .

       A800-REPORT-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SCRA-PAN TO DTL-PAN.
           MOVE SRV-CURRENT-RATE TO DTL-OLD-RATE.
           MOVE EPSPDATA-RETURN-ERROR(1:60) TO DTL-RESULT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A850-PRINT-DETAIL.
           MOVE SCRA-PAN          TO DTL-PAN.
           MOVE WS-OLD-RATE       TO DTL-OLD-RATE.
           MOVE WS-NEW-RATE       TO DTL-NEW-RATE.
           MOVE EPSPDATA-RETURN-MONTH-PAYMENT TO DTL-NEW-PAYMENT.
           MOVE WS-DETAIL-LINE    TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE WS-CAPPED-COUNT   TO SUM-CAPPED.
           MOVE WS-RECAPPED-COUNT TO SUM-RECAPPED.
           MOVE WS-RESTORED-COUNT TO SUM-RESTORED.
           MOVE WS-EXPIRED-COUNT  TO SUM-EXPIRED.
           MOVE WS-ERROR-COUNT    TO SUM-ERRORS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE   TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE SCRA-FILE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE BLOCKED-ACTION-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
