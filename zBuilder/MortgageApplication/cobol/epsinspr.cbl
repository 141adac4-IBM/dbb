      *    PROPERTY WRITES AN EPSSVTXN STATUS-CHANGE TRANSACTION TO
      *    DF FOR EPSSVSMT'S NEXT RUN, SO THE SERVICING STATUS
      *    WORKFLOW SEES THE VACANCY INSTEAD OF A SPREADSHEET.
      *    THE INSPECTION FEE THE VENDOR BILLED ON THE RESULT IS A
      *    CORPORATE ADVANCE THE BORROWER OWES BACK - IT GOES TO
      *    EPSCAPST AS A TYPE-I ADVANCE TRANSACTION.
      *    RESULTS WITH NO MATCHING ORDER GO TO THE EXCEPTION LINES.
      *
      *    (C) 2026 IBM.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SVTXN-STATUS.

      *    INSPECTION-FEE ADVANCES - CONCATENATED ONTO EPSCAPST'S
      *    EPSCATXN INPUT BY THE STREAM.
           SELECT ADVANCE-TRANSACTION-FILE ASSIGN TO INSPCATX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CATXN-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO INSPRRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY EPSINSRX.

       FD  INSPECTION-ORDER-FILE
           RECORD CONTAINS 109 CHARACTERS.
           COPY EPSINSPF.

       FD  STATUS-TRANSACTION-FILE
           RECORD CONTAINS 13 CHARACTERS.
           COPY EPSSVTXN.

       FD  ADVANCE-TRANSACTION-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY EPSCATXN.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).
           03 WS-INSRX-STATUS             PIC XX.
           03 WS-INSP-STATUS              PIC XX.
           03 WS-SVTXN-STATUS             PIC XX.
           03 WS-CATXN-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
       01 WS-COUNTERS.
           03 WS-POSTED-COUNT             PIC 9(7) VALUE 0.
           03 WS-VACANT-COUNT             PIC 9(7) VALUE 0.
           03 WS-FEE-COUNT                PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT              PIC 9(7) VALUE 0.

       01 WS-CURRENT-DATE.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(12) VALUE 'ERRORS:'.
              05 SUM-ERRORS               PIC ZZZZZZ9.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(13) VALUE
                 'FEES BILLED:'.
              05 SUM-FEES                 PIC ZZZZZZ9.

       LINKAGE SECTION.
      *
           OPEN INPUT  RESULT-FILE.
           OPEN I-O    INSPECTION-ORDER-FILE.
           OPEN OUTPUT STATUS-TRANSACTION-FILE.
           OPEN OUTPUT ADVANCE-TRANSACTION-FILE.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE INSRX-RESULT-DATE   TO INSP-RESULT-DATE.
           MOVE INSRX-OCCUPANCY-IND TO INSP-OCCUPANCY-IND.
           MOVE INSRX-CONDITION-IND TO INSP-CONDITION-IND.
           MOVE INSRX-REPAIR-PCT    TO INSP-REPAIR-PCT.
           MOVE WS-CURRENT-DATE-8   TO INSP-LAST-MAINT-DATE.
           REWRITE INSPECTION-ORDER-RECORD.
           ADD 1 TO WS-POSTED-COUNT.
           IF INSRX-FEE-AMOUNT > 0
              PERFORM A350-BILL-INSPECTION-FEE
           END-IF.
           IF INSRX-VACANT
              PERFORM A400-FLAG-VACANCY
              MOVE 'RESULT POSTED - VACANT, STATUS WORKFLOW FLAGGED'
           END-IF
           .

      *    THE SHOP PAYS THE VENDOR; THE BORROWER OWES IT BACK.
       A350-BILL-INSPECTION-FEE.
           MOVE SPACES            TO CORP-ADVANCE-TRANSACTION.
           MOVE INSRX-PAN         TO CATX-PAN.
           MOVE 'I'               TO CATX-TYPE.
           MOVE 'A'               TO CATX-ACTION.
           MOVE INSRX-FEE-AMOUNT  TO CATX-AMOUNT.
           MOVE INSRX-RESULT-DATE TO CATX-PAID-DATE.
           MOVE 'INSPECTION'      TO CATX-REFERENCE.
           MOVE 'EPSINSPR'        TO CATX-USER-ID.
           WRITE CORP-ADVANCE-TRANSACTION.
           ADD 1 TO WS-FEE-COUNT
           .

      *    A VACANT PROPERTY IS A DEFAULT-RISK EVENT - THE STATUS
      *    WORKFLOW MOVES THE LOAN TO DF ON EPSSVSMT'S NEXT RUN.
       A400-FLAG-VACANCY.
           MOVE WS-POSTED-COUNT TO SUM-POSTED.
           MOVE WS-VACANT-COUNT TO SUM-VACANT.
           MOVE WS-ERROR-COUNT  TO SUM-ERRORS.
           MOVE WS-FEE-COUNT    TO SUM-FEES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           CLOSE RESULT-FILE.
           CLOSE INSPECTION-ORDER-FILE.
           CLOSE STATUS-TRANSACTION-FILE.
           CLOSE ADVANCE-TRANSACTION-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
