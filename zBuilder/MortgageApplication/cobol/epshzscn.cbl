      *         BORROWER THROUGH EPSLGEN.
      *       - A LAPSED OR EXPIRED POLICY WITHOUT THE REQUIRED
      *         ADVANCE NOTICE GETS THE FORCE-PLACEMENT WARNING
      *         LETTER AND A NOTICE DATE ON THE RECORD, AND THE
      *         INSURANCE GROUP GETS AN EPSTICKL FOLLOW-UP THROUGH
      *         EPSTKLWR TO CHASE PROOF OF COVERAGE.
      *       - ONCE THE NOTICE PERIOD (COLS 5-7, DEFAULT 030 DAYS)
      *         RUNS OUT AND THE LAPSE PERSISTS, LENDER COVERAGE IS
      *         PLACED: THE PREMIUM (1.5 TIMES THE LOAN'S ESCROWED
      *         BOOKS AGAINST THE ESCROW BALANCE, WRITES A BALANCED
      *         HZFP PAIR TO THE GL EXTRACT THROUGH EPSGLMAP SO THE
      *         EPSTRIAL ESCROW PROOF SEES THE CHARGE, AND THE
      *         PLACEMENT LETTER GOES OUT, AND THE PREMIUM GOES TO
      *         EPSCAPST AS AN ESCROW-CARRIED CORPORATE ADVANCE.
      *         PROOF OF COVERAGE THROUGH EPSHZNTK REFUNDS IT
      *         AUTOMATICALLY.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GLXTR-STATUS.

      *    FORCE-PLACED PREMIUM ADVANCES - CONCATENATED ONTO
      *    EPSCAPST'S EPSCATXN INPUT BY THE STREAM.
           SELECT ADVANCE-TRANSACTION-FILE ASSIGN TO HZSCCATX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CATXN-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO HZSCNRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           RECORD CONTAINS 32 CHARACTERS.
           COPY EPSGLXTR.

       FD  ADVANCE-TRANSACTION-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY EPSCATXN.

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).
           03 WS-LRQX-STATUS              PIC XX.
           03 WS-GLMAP-STATUS             PIC XX.
           03 WS-GLXTR-STATUS             PIC XX.
           03 WS-CATXN-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
                 'FORCE PLACED:'.
              05 SUM-PLACED               PIC ZZZZZZ9.

      *    PARAMETER AREA FOR THE SHARED EPSTKLWR TICKLER SERVICE -
      *    SEE A450-RAISE-TICKLER.
           COPY EPSTKLPM.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.
           OPEN OUTPUT LETTER-REQUEST-FILE.
           OPEN INPUT  GL-MAP-CONTROL-FILE.
           OPEN OUTPUT GL-INTERFACE-FILE.
           OPEN OUTPUT ADVANCE-TRANSACTION-FILE.
           OPEN OUTPUT CONTROL-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-8 TO HZPOL-LAST-MAINT-DATE.
           REWRITE HAZARD-POLICY-RECORD.
           ADD 1 TO WS-WARNED-COUNT.
           PERFORM A450-RAISE-TICKLER.
           PERFORM A600-WRITE-DETAIL.
           MOVE 'LAPSED - FORCE-PLACEMENT WARNING SENT'
                TO DTL-RESULT.
           WRITE RPT-LINE
           .

      *    THE WARNING STARTS THE NOTICE CLOCK - INSURANCE IS DUE TO
      *    HAVE CHASED THE BORROWER OR CARRIER FOR PROOF OF COVERAGE
      *    TEN DAYS IN, WELL BEFORE LENDER COVER IS PLACED.
       A450-RAISE-TICKLER.
           SET EPSTKLWR-CREATE TO TRUE.
           MOVE 'EPSHZSCN' TO EPSTKLWR-CALLER-ID.
           MOVE HZPOL-PAN  TO EPSTKLWR-PAN.
           MOVE 'HZLP'     TO EPSTKLWR-REASON-CODE.
           MOVE 'INSR'     TO EPSTKLWR-WORK-GROUP.
           MOVE SPACES     TO EPSTKLWR-ASSIGNED-USER.
           MOVE 10         TO EPSTKLWR-DUE-DAYS.
           MOVE 'HAZARD LAPSED - CHASE PROOF OF COVERAGE'
                           TO EPSTKLWR-DESCRIPTION.
           CALL 'EPSTKLWR' USING EPSTKLWR-PARMS.
           IF EPSTKLWR-FILE-ERROR
              DISPLAY 'EPSHZSCN - EPSTICKL UNAVAILABLE - NO TICKLER '
                      'FOR ' HZPOL-PAN
           END-IF
           .

      *    LENDER-PLACED COVER COSTS MORE - THE PREMIUM BOOKS
      *    AGAINST THE ESCROW BALANCE AS AN ADVANCE, REFUNDED IN
      *    FULL IF PROOF OF COVERAGE EVER ARRIVES.
           MOVE 'C'                    TO GLXTR-DR-CR-IND.
           WRITE GL-INTERFACE-RECORD.

      *    THE PREMIUM IS ALSO A CORPORATE ADVANCE - THE SHOP PAID
      *    THE CARRIER - SO EPSCAPST RECORDS IT ON THE SUB-LEDGER,
      *    ESCROW-CARRIED SINCE THE ESCROW BALANCE ABOVE IS WHAT THE
      *    BORROWER REPAYS IT THROUGH.
           MOVE SPACES            TO CORP-ADVANCE-TRANSACTION.
           MOVE HZPOL-PAN         TO CATX-PAN.
           MOVE 'F'               TO CATX-TYPE.
           MOVE 'A'               TO CATX-ACTION.
           MOVE WS-FORCE-PREMIUM  TO CATX-AMOUNT.
           MOVE WS-CURRENT-DATE-8 TO CATX-PAID-DATE.
           MOVE 'FORCE PLACED'    TO CATX-REFERENCE.
           MOVE 'EPSHZSCN'        TO CATX-USER-ID.
           WRITE CORP-ADVANCE-TRANSACTION.

           ADD 1 TO WS-PLACED-COUNT.
           PERFORM A600-WRITE-DETAIL.
           MOVE 'FORCE PLACED - PREMIUM BOOKED TO ESCROW'
           CLOSE SERVICING-MASTER-FILE.
           CLOSE LETTER-REQUEST-FILE.
           CLOSE GL-INTERFACE-FILE.
           CLOSE ADVANCE-TRANSACTION-FILE.
           CLOSE CONTROL-REPORT.

           SET EPSJOBTM-END TO TRUE.
