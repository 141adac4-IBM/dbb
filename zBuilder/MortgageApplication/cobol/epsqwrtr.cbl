       ID DIVISION.
       PROGRAM-ID. EPSQWRTR.
      *    LIFE-OF-LOAN PAYMENT TRANSCRIPT FOR QWR RESPONSES.
      *
      *    EVERY QWR RESPONSE PACKAGE CARRIES THE LOAN'S FULL
      *    PAYMENT TRAIL. THIS RUN BROWSES THE EPSQWRCF CASE FILE
      *    AND, FOR EACH PENDING CASE WITH NO TRANSCRIPT YET, PRINTS
      *    EVERY POSTING FOR THE PAN FROM THE KEYED EPSPYHSV COPY OF
      *    THE EPSPYHST HISTORY - ONE START PER LOAN AT THE FIRST
      *    POSTING, THE WAY EPSMTRO2 BUILDS ITS PROFILE - THEN STAMPS
      *    THE CASE SO THE NEXT RUN DOES NOT REPRINT IT.
      *
      *    A REVERSAL ('R') PRINTS WITH ITS ORIGINAL SPLIT AND IS
      *    SUBTRACTED FROM THE TOTALS; A HELOC DRAW ('W') PRINTS BUT
      *    IS NOT COUNTED AS MONEY RECEIVED.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QWR-CASE-FILE ASSIGN TO EPSQWRCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS QWR-KEY
                  FILE STATUS IS WS-QWR-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

      *    THE KEYED HISTORY COPY EPSPYHLD LOADS NIGHTLY.
           SELECT ONLINE-HISTORY-FILE ASSIGN TO EPSPYHSV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PYHSV-KEY
                  FILE STATUS IS WS-PYHSV-STATUS.

           SELECT TRANSCRIPT-REPORT ASSIGN TO QWRTRRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QWR-CASE-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSQWRCF.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  ONLINE-HISTORY-FILE
           RECORD CONTAINS 93 CHARACTERS.
           COPY EPSPYHSV.

       FD  TRANSCRIPT-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-QWR-STATUS               PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-PYHSV-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-CASES             PIC X VALUE 'N'.
              88 END-OF-CASES                VALUE 'Y'.
           03 WS-END-OF-HISTORY           PIC X VALUE 'N'.
              88 END-OF-PAN-HISTORY          VALUE 'Y'.
           03 WS-SRV-FOUND                PIC X VALUE 'N'.
              88 SRV-ON-FILE                 VALUE 'Y'.

       01 WS-COUNTERS.
           03 WS-CASE-COUNT               PIC 9(7) VALUE 0.
           03 WS-POSTING-COUNT            PIC 9(7) VALUE 0.
           03 WS-LOAN-POSTINGS            PIC 9(7) VALUE 0.

      *    PER-LOAN TOTALS - REVERSALS SUBTRACT, DRAWS ARE SKIPPED.
       01 WS-LOAN-TOTALS.
           03 WS-TOT-RECEIVED             PIC S9(9)V99.
           03 WS-TOT-PRINCIPAL            PIC S9(9)V99.
           03 WS-TOT-INTEREST             PIC S9(9)V99.
           03 WS-TOT-PMI                  PIC S9(9)V99.
           03 WS-TOT-ESCROW               PIC S9(9)V99.
           03 WS-TOT-LATE-CHARGE          PIC S9(9)V99.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSQWRTR - LIFE-OF-LOAN PAYMENT TRANSCRIPT'.
              05 FILLER                   PIC X(6)  VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-LOAN-HEADING.
              05 FILLER                   PIC X(6)  VALUE 'LOAN:'.
              05 LHD-PAN                  PIC X(10).
              05 FILLER                   PIC X(11) VALUE
                 '  RECEIVED:'.
              05 LHD-RECEIPT-DATE         PIC 9(8).
              05 FILLER                   PIC X(10) VALUE
                 '  BOARDED:'.
              05 LHD-BOARDING-DATE        PIC 9(8).
              05 FILLER                   PIC X(11) VALUE
                 '  ORIGINAL:'.
              05 LHD-ORIGINAL             PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(10) VALUE
                 '  BALANCE:'.
              05 LHD-BALANCE              PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(11) VALUE
                 '  NEXT DUE:'.
              05 LHD-NEXT-DUE             PIC 9(8).
           03 WS-COLUMN-HEADING.
              05 FILLER                   PIC X(10) VALUE 'POSTED'.
              05 FILLER                   PIC X(10) VALUE 'PAID'.
              05 FILLER                   PIC X(10) VALUE 'SOURCE'.
              05 FILLER                   PIC X(14) VALUE
                 '      RECEIVED'.
              05 FILLER                   PIC X(14) VALUE
                 '     PRINCIPAL'.
              05 FILLER                   PIC X(14) VALUE
                 '      INTEREST'.
              05 FILLER                   PIC X(12) VALUE
                 '         PMI'.
              05 FILLER                   PIC X(12) VALUE
                 '      ESCROW'.
              05 FILLER                   PIC X(10) VALUE
                 '  LATE CHG'.
              05 FILLER                   PIC X(16) VALUE
                 '   BALANCE AFTER'.
           03 WS-DETAIL-LINE.
              05 DTL-POST-DATE            PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-PAYMENT-DATE         PIC 9(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-SOURCE               PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-RECEIVED             PIC Z,ZZZ,ZZ9.99-.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-PRINCIPAL            PIC Z,ZZZ,ZZ9.99-.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-INTEREST             PIC Z,ZZZ,ZZ9.99-.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-PMI                  PIC ZZZ,ZZ9.99-.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-ESCROW               PIC ZZZ,ZZ9.99-.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-LATE-CHARGE          PIC ZZ,ZZ9.99.
              05 FILLER                   PIC X     VALUE SPACE.
              05 DTL-BALANCE-AFTER        PIC ZZZ,ZZZ,ZZ9.99.
           03 WS-TOTAL-LINE.
              05 FILLER                   PIC X(10) VALUE 'TOTALS'.
              05 TOT-POSTINGS             PIC ZZZZZZ9.
              05 FILLER                   PIC X(13) VALUE ' POSTINGS'.
              05 TOT-RECEIVED             PIC Z,ZZZ,ZZ9.99-.
              05 FILLER                   PIC X     VALUE SPACE.
              05 TOT-PRINCIPAL            PIC Z,ZZZ,ZZ9.99-.
              05 FILLER                   PIC X     VALUE SPACE.
              05 TOT-INTEREST             PIC Z,ZZZ,ZZ9.99-.
              05 FILLER                   PIC X     VALUE SPACE.
              05 TOT-PMI                  PIC ZZZ,ZZ9.99-.
              05 FILLER                   PIC X     VALUE SPACE.
              05 TOT-ESCROW               PIC ZZZ,ZZ9.99-.
              05 FILLER                   PIC X     VALUE SPACE.
              05 TOT-LATE-CHARGE          PIC ZZ,ZZ9.99-.
           03 WS-NO-HISTORY-LINE.
              05 FILLER                   PIC X(40) VALUE
                 'NO POSTED PAYMENTS ON FILE FOR THIS LOAN'.
           03 WS-SUMMARY-LINE.
              05 FILLER                   PIC X(14) VALUE
                 'TRANSCRIPTS:'.
              05 SUM-CASES                PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'POSTINGS:'.
              05 SUM-POSTINGS             PIC ZZZZZZ9.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-PROCESS-CASE UNTIL END-OF-CASES.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSQWRTR' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN I-O    QWR-CASE-FILE.
           OPEN INPUT  SERVICING-MASTER-FILE.
           OPEN INPUT  ONLINE-HISTORY-FILE.
           OPEN OUTPUT TRANSCRIPT-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE LOW-VALUES TO QWR-KEY.
           START QWR-CASE-FILE KEY IS NOT LESS THAN QWR-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-CASES
           END-START
           .
           IF NOT END-OF-CASES
              PERFORM A150-READ-CASE
           END-IF
           .

       A150-READ-CASE.
           READ QWR-CASE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-CASES
           END-READ
           .

       A200-PROCESS-CASE.
           IF QWR-CASE-PENDING AND QWR-TRANSCRIPT-DATE = 0
              PERFORM A300-PRINT-TRANSCRIPT
              MOVE WS-CURRENT-DATE-8 TO QWR-TRANSCRIPT-DATE
              REWRITE QWR-CASE-RECORD
              ADD 1 TO WS-CASE-COUNT
           END-IF
           .
           PERFORM A150-READ-CASE.

       A300-PRINT-TRANSCRIPT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE QWR-PAN          TO LHD-PAN.
           MOVE QWR-RECEIPT-DATE TO LHD-RECEIPT-DATE.
           MOVE 'N' TO WS-SRV-FOUND.
           MOVE QWR-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-SRV-FOUND
           END-READ.
           PERFORM A310-FORMAT-LOAN-HEADING.
           MOVE WS-LOAN-HEADING TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-COLUMN-HEADING TO RPT-LINE.
           WRITE RPT-LINE.

           INITIALIZE WS-LOAN-TOTALS.
           MOVE 0 TO WS-LOAN-POSTINGS.
           MOVE 'N' TO WS-END-OF-HISTORY.
           MOVE QWR-PAN TO PYHSV-PAN.
           MOVE 0       TO PYHSV-POST-DATE.
           MOVE 0       TO PYHSV-SEQ.
           START ONLINE-HISTORY-FILE KEY IS NOT LESS THAN PYHSV-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-HISTORY
           END-START.
           PERFORM A350-PRINT-ONE-POSTING UNTIL END-OF-PAN-HISTORY.

           IF WS-LOAN-POSTINGS = 0
              MOVE WS-NO-HISTORY-LINE TO RPT-LINE
              WRITE RPT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOAN-POSTINGS   TO TOT-POSTINGS.
           MOVE WS-TOT-RECEIVED    TO TOT-RECEIVED.
           MOVE WS-TOT-PRINCIPAL   TO TOT-PRINCIPAL.
           MOVE WS-TOT-INTEREST    TO TOT-INTEREST.
           MOVE WS-TOT-PMI         TO TOT-PMI.
           MOVE WS-TOT-ESCROW      TO TOT-ESCROW.
           MOVE WS-TOT-LATE-CHARGE TO TOT-LATE-CHARGE.
           MOVE WS-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A310-FORMAT-LOAN-HEADING.
           IF SRV-ON-FILE
              MOVE SRV-BOARDING-DATE      TO LHD-BOARDING-DATE
              MOVE SRV-ORIGINAL-PRINCIPAL TO LHD-ORIGINAL
              MOVE SRV-PRINCIPAL-BALANCE  TO LHD-BALANCE
              MOVE SRV-NEXT-DUE-DATE      TO LHD-NEXT-DUE
           ELSE
              MOVE 0                      TO LHD-BOARDING-DATE
              MOVE 0                      TO LHD-ORIGINAL
              MOVE 0                      TO LHD-BALANCE
              MOVE 0                      TO LHD-NEXT-DUE
           END-IF
           .

       A350-PRINT-ONE-POSTING.
           READ ONLINE-HISTORY-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-HISTORY
           END-READ.
           IF END-OF-PAN-HISTORY
              EXIT PARAGRAPH
           END-IF.
           IF PYHSV-PAN NOT = QWR-PAN
              MOVE 'Y' TO WS-END-OF-HISTORY
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LOAN-POSTINGS.
           ADD 1 TO WS-POSTING-COUNT.

           MOVE SPACES                    TO WS-DETAIL-LINE.
           MOVE PYHSV-POST-DATE           TO DTL-POST-DATE.
           MOVE PYHSV-PAYMENT-DATE        TO DTL-PAYMENT-DATE.
           MOVE PYHSV-AMOUNT-RECEIVED     TO DTL-RECEIVED.
           MOVE PYHSV-PRINCIPAL-APPLIED   TO DTL-PRINCIPAL.
           MOVE PYHSV-INTEREST-APPLIED    TO DTL-INTEREST.
           MOVE PYHSV-PMI-APPLIED         TO DTL-PMI.
           MOVE PYHSV-ESCROW-APPLIED      TO DTL-ESCROW.
           MOVE PYHSV-LATE-CHARGE-APPLIED TO DTL-LATE-CHARGE.
           MOVE PYHSV-BALANCE-AFTER       TO DTL-BALANCE-AFTER.

           EVALUATE PYHSV-SOURCE-IND
              WHEN 'C'
                 MOVE 'CHECK'    TO DTL-SOURCE
              WHEN 'A'
                 MOVE 'ACH'      TO DTL-SOURCE
              WHEN 'T'
                 MOVE 'TELLER'   TO DTL-SOURCE
              WHEN 'P'
                 MOVE 'PAYOFF'   TO DTL-SOURCE
              WHEN 'W'
                 MOVE 'DRAW'     TO DTL-SOURCE
              WHEN 'R'
                 MOVE 'REVERSAL' TO DTL-SOURCE
              WHEN OTHER
                 MOVE PYHSV-SOURCE-IND TO DTL-SOURCE
           END-EVALUATE.

           EVALUATE PYHSV-SOURCE-IND
              WHEN 'W'
                 CONTINUE
              WHEN 'R'
                 SUBTRACT PYHSV-AMOUNT-RECEIVED   FROM WS-TOT-RECEIVED
                 SUBTRACT PYHSV-PRINCIPAL-APPLIED FROM WS-TOT-PRINCIPAL
                 SUBTRACT PYHSV-INTEREST-APPLIED  FROM WS-TOT-INTEREST
                 SUBTRACT PYHSV-PMI-APPLIED       FROM WS-TOT-PMI
                 SUBTRACT PYHSV-ESCROW-APPLIED    FROM WS-TOT-ESCROW
                 SUBTRACT PYHSV-LATE-CHARGE-APPLIED
                          FROM WS-TOT-LATE-CHARGE
              WHEN OTHER
                 ADD PYHSV-AMOUNT-RECEIVED   TO WS-TOT-RECEIVED
                 ADD PYHSV-PRINCIPAL-APPLIED TO WS-TOT-PRINCIPAL
                 ADD PYHSV-INTEREST-APPLIED  TO WS-TOT-INTEREST
                 ADD PYHSV-PMI-APPLIED       TO WS-TOT-PMI
                 ADD PYHSV-ESCROW-APPLIED    TO WS-TOT-ESCROW
                 ADD PYHSV-LATE-CHARGE-APPLIED
                          TO WS-TOT-LATE-CHARGE
           END-EVALUATE.

           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE WS-CASE-COUNT    TO SUM-CASES.
           MOVE WS-POSTING-COUNT TO SUM-POSTINGS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE QWR-CASE-FILE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE ONLINE-HISTORY-FILE.
           CLOSE TRANSCRIPT-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS
           .
