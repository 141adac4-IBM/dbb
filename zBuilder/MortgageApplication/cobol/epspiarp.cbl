       ID DIVISION.
       PROGRAM-ID. EPSPIARP.
      *    MONTHLY INVESTOR P+I ADVANCE POSITION REPORT FOR TREASURY.
      *
      *    SHOWS, POOL BY POOL, THE SERVICER CASH TIED UP IN P+I
      *    ADVANCED TO INVESTORS ON DELINQUENT LOANS AND NOT YET
      *    RECOVERED (SEE EPSPIADV). BROWSES THE EPSPIADF ADVANCE
      *    BALANCES FOR EVERY OPEN ONE - HOW MANY LOANS, HOW MANY
      *    INSTALLMENTS, THE OUTSTANDING BALANCE AND THE DATE THE
      *    OLDEST OPEN BALANCE WAS FIRST ADVANCED - AND THEN READS THE
      *    MONTH'S EPSPIADH ACTIVITY FOR WHAT WAS ADVANCED AND
      *    RECOVERED SO FAR THIS MONTH. A GRAND TOTAL LINE CLOSES THE
      *    REPORT; ITS OUTSTANDING FIGURE IS THE ADVANCE RECEIVABLE
      *    THE GL SHOULD CARRY UNDER PIAD/PIAR.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PI-ADVANCE-FILE ASSIGN TO EPSPIADF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PIAD-PAN
                  FILE STATUS IS WS-PIADF-STATUS.

           SELECT PI-ADVANCE-HISTORY-FILE ASSIGN TO EPSPIADH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PIADH-STATUS.

           SELECT TREASURY-REPORT ASSIGN TO PIARPRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PI-ADVANCE-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSPIADF.

       FD  PI-ADVANCE-HISTORY-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY EPSPIADH.

       FD  TREASURY-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-PIADF-STATUS             PIC XX.
           03 WS-PIADH-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-BALANCES          PIC X VALUE 'N'.
              88 END-OF-BALANCES             VALUE 'Y'.
           03 WS-END-OF-ACTIVITY          PIC X VALUE 'N'.
              88 END-OF-ACTIVITY             VALUE 'Y'.

      *    PER-POOL ACCUMULATORS - THE EPSINVRM POOL TABLE SHAPE.
       01 WS-POOL-TABLE.
           03 WS-POOL-COUNT               PIC 9(3) COMP VALUE 0.
           03 WS-POOL-ENTRY OCCURS 50 TIMES.
              05 POOL-NUMBER              PIC X(6).
              05 POOL-LOAN-COUNT          PIC 9(5).
              05 POOL-INSTALLMENTS        PIC 9(5).
              05 POOL-OUTSTANDING         PIC 9(11)V99.
              05 POOL-ADVANCED-MTD        PIC 9(9)V99.
              05 POOL-RECOVERED-MTD       PIC 9(9)V99.
              05 POOL-OLDEST-DATE         PIC 9(8).
       01 WS-POOL-IDX                     PIC 9(3) COMP.
       01 WS-POOL-FOUND-IDX               PIC 9(3) COMP.
       01 WS-POOL-KEY                     PIC X(6).

       01 WS-TOTALS.
           03 WS-LOAN-TOTAL               PIC 9(7) VALUE 0.
           03 WS-INSTALLMENT-TOTAL        PIC 9(7) VALUE 0.
           03 WS-OUTSTANDING-TOTAL        PIC S9(11)V99 COMP-3
                                          VALUE 0.
           03 WS-ADVANCED-TOTAL           PIC S9(11)V99 COMP-3
                                          VALUE 0.
           03 WS-RECOVERED-TOTAL          PIC S9(11)V99 COMP-3
                                          VALUE 0.
           03 WS-OLDEST-TOTAL             PIC 9(8) VALUE 0.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).

       01 WS-HISTORY-DATE-PARTS.
           03 WS-HD-YYYY                  PIC 9(4).
           03 WS-HD-MM                    PIC 9(2).
           03 WS-HD-DD                    PIC 9(2).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSPIARP - INVESTOR P+I ADVANCE POSITION'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(8)  VALUE 'POOL'.
              05 FILLER                   PIC X(8)  VALUE 'LOANS'.
              05 FILLER                   PIC X(8)  VALUE 'INSTS'.
              05 FILLER                   PIC X(19) VALUE
                 '      OUTSTANDING'.
              05 FILLER                   PIC X(17) VALUE
                 '  ADVANCED MTD'.
              05 FILLER                   PIC X(17) VALUE
                 ' RECOVERED MTD'.
              05 FILLER                   PIC X(12) VALUE
                 'OLDEST OPEN'.
           03 WS-POOL-LINE.
              05 PLL-POOL                 PIC X(6).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 PLL-LOANS                PIC ZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 PLL-INSTALLMENTS         PIC ZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 PLL-OUTSTANDING          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 PLL-ADVANCED             PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 PLL-RECOVERED            PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 PLL-OLDEST               PIC 9(8).
           03 WS-TOTAL-LINE.
              05 FILLER                   PIC X(8)  VALUE 'TOTAL'.
              05 TOT-LOANS                PIC ZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 TOT-INSTALLMENTS         PIC ZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 TOT-OUTSTANDING          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 TOT-ADVANCED             PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 TOT-RECOVERED            PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 TOT-OLDEST               PIC 9(8).

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-ADD-BALANCE UNTIL END-OF-BALANCES.
           PERFORM A300-ADD-ACTIVITY UNTIL END-OF-ACTIVITY.
           PERFORM A500-WRITE-POOL-LINES.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSPIARP' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN INPUT  PI-ADVANCE-FILE.
           OPEN INPUT  PI-ADVANCE-HISTORY-FILE.
           OPEN OUTPUT TREASURY-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.

      *    NO ADVANCE FILE OR HISTORY YET MEANS NOTHING EVER ADVANCED.
           IF WS-PIADF-STATUS NOT = '00'
              MOVE 'Y' TO WS-END-OF-BALANCES
           END-IF.
           IF WS-PIADH-STATUS NOT = '00'
              MOVE 'Y' TO WS-END-OF-ACTIVITY
           END-IF.
           PERFORM A150-READ-BALANCE.
           PERFORM A160-READ-ACTIVITY.

       A150-READ-BALANCE.
           IF END-OF-BALANCES
              EXIT PARAGRAPH
           END-IF.
           READ PI-ADVANCE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-BALANCES
           END-READ
           .

       A160-READ-ACTIVITY.
           IF END-OF-ACTIVITY
              EXIT PARAGRAPH
           END-IF.
           READ PI-ADVANCE-HISTORY-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-ACTIVITY
           END-READ
           .

       A200-ADD-BALANCE.
           IF PIAD-OPEN AND PIAD-BALANCE > 0
              MOVE PIAD-POOL-NUMBER TO WS-POOL-KEY
              PERFORM A400-FIND-POOL-ENTRY
              ADD 1                      TO
                  POOL-LOAN-COUNT(WS-POOL-FOUND-IDX)
              ADD PIAD-INSTALLMENTS-OPEN TO
                  POOL-INSTALLMENTS(WS-POOL-FOUND-IDX)
              ADD PIAD-BALANCE           TO
                  POOL-OUTSTANDING(WS-POOL-FOUND-IDX)
              IF POOL-OLDEST-DATE(WS-POOL-FOUND-IDX) = 0
                 OR PIAD-OLDEST-OPEN-DATE <
                    POOL-OLDEST-DATE(WS-POOL-FOUND-IDX)
                 MOVE PIAD-OLDEST-OPEN-DATE TO
                      POOL-OLDEST-DATE(WS-POOL-FOUND-IDX)
              END-IF
           END-IF.
           PERFORM A150-READ-BALANCE.

       A300-ADD-ACTIVITY.
           MOVE PIAH-POST-DATE TO WS-HISTORY-DATE-PARTS.
           IF WS-HD-YYYY = WS-CURR-YYYY AND WS-HD-MM = WS-CURR-MM
              MOVE PIAH-POOL-NUMBER TO WS-POOL-KEY
              PERFORM A400-FIND-POOL-ENTRY
              IF PIAH-ADVANCED
                 ADD PIAH-AMOUNT TO
                     POOL-ADVANCED-MTD(WS-POOL-FOUND-IDX)
              ELSE
                 ADD PIAH-AMOUNT TO
                     POOL-RECOVERED-MTD(WS-POOL-FOUND-IDX)
              END-IF
           END-IF.
           PERFORM A160-READ-ACTIVITY.

      *    A POOL BEYOND THE TABLE WOULD DROP CASH OFF TREASURY'S
      *    FIGURE, SO THE RUN STOPS RATHER THAN UNDERSTATE IT.
       A400-FIND-POOL-ENTRY.
           MOVE 0 TO WS-POOL-FOUND-IDX.
           PERFORM A410-MATCH-POOL
                   VARYING WS-POOL-IDX FROM 1 BY 1
                   UNTIL WS-POOL-IDX > WS-POOL-COUNT
                      OR WS-POOL-FOUND-IDX > 0.
           IF WS-POOL-FOUND-IDX = 0
              IF WS-POOL-COUNT = 50
                 DISPLAY 'EPSPIARP - POOL TABLE FULL AT 50 - '
                         'ADVANCE POSITION WOULD BE WRONG, RUN STOPPED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-POOL-COUNT
              MOVE WS-POOL-COUNT TO WS-POOL-FOUND-IDX
              MOVE WS-POOL-KEY TO POOL-NUMBER(WS-POOL-FOUND-IDX)
              MOVE 0 TO POOL-LOAN-COUNT(WS-POOL-FOUND-IDX)
              MOVE 0 TO POOL-INSTALLMENTS(WS-POOL-FOUND-IDX)
              MOVE 0 TO POOL-OUTSTANDING(WS-POOL-FOUND-IDX)
              MOVE 0 TO POOL-ADVANCED-MTD(WS-POOL-FOUND-IDX)
              MOVE 0 TO POOL-RECOVERED-MTD(WS-POOL-FOUND-IDX)
              MOVE 0 TO POOL-OLDEST-DATE(WS-POOL-FOUND-IDX)
           END-IF
           .

       A410-MATCH-POOL.
           IF POOL-NUMBER(WS-POOL-IDX) = WS-POOL-KEY
              MOVE WS-POOL-IDX TO WS-POOL-FOUND-IDX
           END-IF
           .

       A500-WRITE-POOL-LINES.
           PERFORM A510-WRITE-ONE-POOL
                   VARYING WS-POOL-IDX FROM 1 BY 1
                   UNTIL WS-POOL-IDX > WS-POOL-COUNT.

       A510-WRITE-ONE-POOL.
           MOVE POOL-NUMBER(WS-POOL-IDX)        TO PLL-POOL.
           MOVE POOL-LOAN-COUNT(WS-POOL-IDX)    TO PLL-LOANS.
           MOVE POOL-INSTALLMENTS(WS-POOL-IDX)  TO PLL-INSTALLMENTS.
           MOVE POOL-OUTSTANDING(WS-POOL-IDX)   TO PLL-OUTSTANDING.
           MOVE POOL-ADVANCED-MTD(WS-POOL-IDX)  TO PLL-ADVANCED.
           MOVE POOL-RECOVERED-MTD(WS-POOL-IDX) TO PLL-RECOVERED.
           MOVE POOL-OLDEST-DATE(WS-POOL-IDX)   TO PLL-OLDEST.
           MOVE WS-POOL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           ADD POOL-LOAN-COUNT(WS-POOL-IDX)    TO WS-LOAN-TOTAL.
           ADD POOL-INSTALLMENTS(WS-POOL-IDX)  TO WS-INSTALLMENT-TOTAL.
           ADD POOL-OUTSTANDING(WS-POOL-IDX)   TO WS-OUTSTANDING-TOTAL.
           ADD POOL-ADVANCED-MTD(WS-POOL-IDX)  TO WS-ADVANCED-TOTAL.
           ADD POOL-RECOVERED-MTD(WS-POOL-IDX) TO WS-RECOVERED-TOTAL.
           IF POOL-OLDEST-DATE(WS-POOL-IDX) > 0
              AND (WS-OLDEST-TOTAL = 0
                OR POOL-OLDEST-DATE(WS-POOL-IDX) < WS-OLDEST-TOTAL)
              MOVE POOL-OLDEST-DATE(WS-POOL-IDX) TO WS-OLDEST-TOTAL
           END-IF
           .

       A900-FINALIZE.
           MOVE WS-LOAN-TOTAL        TO TOT-LOANS.
           MOVE WS-INSTALLMENT-TOTAL TO TOT-INSTALLMENTS.
           MOVE WS-OUTSTANDING-TOTAL TO TOT-OUTSTANDING.
           MOVE WS-ADVANCED-TOTAL    TO TOT-ADVANCED.
           MOVE WS-RECOVERED-TOTAL   TO TOT-RECOVERED.
           MOVE WS-OLDEST-TOTAL      TO TOT-OLDEST.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOTAL-LINE        TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE PI-ADVANCE-FILE.
           CLOSE PI-ADVANCE-HISTORY-FILE.
           CLOSE TREASURY-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
