      *    IS ACCOUNTED FOR EVERY MONTH - LOANS WITH NO PAYMENT THIS
      *    MONTH ARE LISTED RATHER THAN SILENTLY MISSING.
      *
      *    THE MONTH'S EPSPIADH P+I ADVANCE ACTIVITY IS TOTALLED BY
      *    POOL TOO AND SHOWN ON ITS OWN LINE UNDER THE POOL: WHAT
      *    EPSPIADV ADVANCED ON DELINQUENT LOANS IS ADDED TO THE NET
      *    REMITTANCE, AND WHAT EPSPYPST AND EPSPOFCP RECOVERED OUT OF
      *    THE COLLECTIONS ABOVE IS TAKEN BACK OUT OF IT, SO THE
      *    INVESTOR IS NEVER PAID THE SAME INSTALLMENT TWICE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD KEY IS PLASN-PAN
                  FILE STATUS IS WS-PLASN-STATUS.

           SELECT PI-ADVANCE-HISTORY-FILE ASSIGN TO EPSPIADH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PIADH-STATUS.

           SELECT SETTLEMENT-EXTRACT-FILE ASSIGN TO EPSRMSXT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RMSXT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY EPSPYHST.

       FD  POOL-ASSIGNMENT-FILE
           RECORD CONTAINS 63 CHARACTERS.
           COPY EPSPLASN.

       FD  PI-ADVANCE-HISTORY-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY EPSPIADH.

       FD  SETTLEMENT-EXTRACT-FILE
           RECORD CONTAINS 107 CHARACTERS.
           COPY EPSRMSXT.

       FD  REMITTANCE-REPORT
       01 WS-FILE-STATUSES.
           03 WS-PYHST-STATUS             PIC XX.
           03 WS-PLASN-STATUS             PIC XX.
           03 WS-PIADH-STATUS             PIC XX.
           03 WS-RMSXT-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

           03 WS-END-OF-ASSIGN            PIC X VALUE 'N'.
              88 END-OF-ASSIGN               VALUE 'Y'.
           03 WS-PAN-PAID-FOUND           PIC X.
           03 WS-PIADH-OPEN               PIC X VALUE 'N'.
              88 ADVANCE-HISTORY-OPEN        VALUE 'Y'.
           03 WS-END-OF-ADVANCES          PIC X VALUE 'N'.
              88 END-OF-ADVANCES             VALUE 'Y'.

      *    PER-POOL ACCUMULATORS.
       01 WS-POOL-TABLE.
              05 POOL-PRINCIPAL           PIC 9(9)V99.
              05 POOL-INTEREST            PIC 9(9)V99.
              05 POOL-SERVICE-FEE         PIC 9(7)V99.
              05 POOL-ADVANCED            PIC 9(9)V99.
              05 POOL-RECOVERED           PIC 9(9)V99.
       01 WS-POOL-IDX                     PIC 9(3) COMP.
       01 WS-POOL-FOUND-IDX               PIC 9(3) COMP.

              05 PLL-FEE                  PIC Z,ZZZ,Z99.99.
              05 FILLER                   PIC X(1)  VALUE SPACES.
              05 PLL-NET                  PIC ZZZ,ZZZ,Z99.99.
           03 WS-ADVANCE-LINE.
              05 FILLER                   PIC X(8)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE
                 'P+I ADVANCED:'.
              05 PLA-ADVANCED             PIC ZZZ,ZZZ,Z99.99.
              05 FILLER                   PIC X(4)  VALUE SPACES.
              05 FILLER                   PIC X(20) VALUE
                 'ADVANCES RECOVERED:'.
              05 PLA-RECOVERED            PIC ZZZ,ZZZ,Z99.99.
           03 WS-NO-PAYMENT-LINE.
              05 FILLER                   PIC X(10) VALUE 'NO PMT:'.
              05 NPL-PAN                  PIC X(10).
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-PROCESS-PAYMENT UNTIL END-OF-HISTORY.
           PERFORM A400-PROCESS-ADVANCE UNTIL END-OF-ADVANCES.
           PERFORM A500-WRITE-POOL-TOTALS.
           PERFORM A600-TIE-BACK-ASSIGNMENTS.
           PERFORM A900-FINALIZE.

           OPEN INPUT  PAYMENT-HISTORY-FILE.
           OPEN INPUT  POOL-ASSIGNMENT-FILE.
      *    NO ADVANCE HISTORY YET MEANS NOTHING WAS EVER ADVANCED.
           OPEN INPUT  PI-ADVANCE-HISTORY-FILE.
           IF WS-PIADH-STATUS = '00'
              MOVE 'Y' TO WS-PIADH-OPEN
           ELSE
              MOVE 'Y' TO WS-END-OF-ADVANCES
           END-IF.
           OPEN OUTPUT SETTLEMENT-EXTRACT-FILE.
           OPEN OUTPUT REMITTANCE-REPORT.

           WRITE RPT-LINE.

           PERFORM A150-READ-HISTORY.
           IF NOT END-OF-ADVANCES
              PERFORM A160-READ-ADVANCE
           END-IF.

       A150-READ-HISTORY.
           READ PAYMENT-HISTORY-FILE
           END-READ
           .

       A160-READ-ADVANCE.
           READ PI-ADVANCE-HISTORY-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-ADVANCES
           END-READ
           .

       A200-PROCESS-PAYMENT.
           MOVE PYHST-POST-DATE TO WS-HISTORY-DATE-PARTS.
           IF WS-HD-YYYY = WS-CURR-YYYY AND WS-HD-MM = WS-CURR-MM
              MOVE 0 TO POOL-PRINCIPAL(WS-POOL-FOUND-IDX)
              MOVE 0 TO POOL-INTEREST(WS-POOL-FOUND-IDX)
              MOVE 0 TO POOL-SERVICE-FEE(WS-POOL-FOUND-IDX)
              MOVE 0 TO POOL-ADVANCED(WS-POOL-FOUND-IDX)
              MOVE 0 TO POOL-RECOVERED(WS-POOL-FOUND-IDX)
           END-IF
           .

      *    THE ADVANCE CARRIES ITS OWN POOL; THE ASSIGNMENT SUPPLIES
      *    THE INVESTOR, AND AN ASSIGNMENT SINCE REMOVED STILL LEAVES
      *    THE MONEY WITH THE POOL IT WAS ADVANCED TO.
       A400-PROCESS-ADVANCE.
           MOVE PIAH-POST-DATE TO WS-HISTORY-DATE-PARTS.
           IF WS-HD-YYYY = WS-CURR-YYYY AND WS-HD-MM = WS-CURR-MM
              MOVE PIAH-PAN TO PLASN-PAN
              READ POOL-ASSIGNMENT-FILE
                 INVALID KEY
                    MOVE PIAH-POOL-NUMBER TO PLASN-POOL-NUMBER
                    MOVE SPACES           TO PLASN-INVESTOR-NAME
              END-READ
              PERFORM A310-FIND-POOL-ENTRY
              IF PIAH-ADVANCED
                 ADD PIAH-AMOUNT TO POOL-ADVANCED(WS-POOL-FOUND-IDX)
              ELSE
                 ADD PIAH-AMOUNT TO POOL-RECOVERED(WS-POOL-FOUND-IDX)
              END-IF
           END-IF
           .
           PERFORM A160-READ-ADVANCE.

       A500-WRITE-POOL-TOTALS.
           PERFORM A510-WRITE-ONE-POOL
           COMPUTE WS-NET-REMITTANCE =
                   POOL-PRINCIPAL(WS-POOL-IDX)
                 + POOL-INTEREST(WS-POOL-IDX)
                 - POOL-SERVICE-FEE(WS-POOL-IDX)
                 + POOL-ADVANCED(WS-POOL-IDX)
                 - POOL-RECOVERED(WS-POOL-IDX).

           MOVE POOL-NUMBER(WS-POOL-IDX)        TO PLL-POOL.
           MOVE POOL-INVESTOR(WS-POOL-IDX)      TO PLL-INVESTOR.
           MOVE WS-NET-REMITTANCE               TO PLL-NET.
           MOVE WS-POOL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           IF POOL-ADVANCED(WS-POOL-IDX) > 0
              OR POOL-RECOVERED(WS-POOL-IDX) > 0
              MOVE POOL-ADVANCED(WS-POOL-IDX)   TO PLA-ADVANCED
              MOVE POOL-RECOVERED(WS-POOL-IDX)  TO PLA-RECOVERED
              MOVE WS-ADVANCE-LINE TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

           MOVE POOL-NUMBER(WS-POOL-IDX)        TO RMSXT-POOL-NUMBER.
           MOVE POOL-INVESTOR(WS-POOL-IDX)      TO
           MOVE POOL-INTEREST(WS-POOL-IDX)      TO
                                           RMSXT-INTEREST-COLLECTED.
           MOVE POOL-SERVICE-FEE(WS-POOL-IDX)   TO RMSXT-SERVICE-FEE.
           MOVE POOL-ADVANCED(WS-POOL-IDX)      TO
                                           RMSXT-ADVANCES-MADE.
           MOVE POOL-RECOVERED(WS-POOL-IDX)     TO
                                           RMSXT-ADVANCES-RECOVERED.
           MOVE WS-NET-REMITTANCE               TO
                                           RMSXT-NET-REMITTANCE.
           MOVE WS-CURRENT-DATE-8               TO RMSXT-REMIT-DATE.

           CLOSE PAYMENT-HISTORY-FILE.
           CLOSE POOL-ASSIGNMENT-FILE.
           IF ADVANCE-HISTORY-OPEN
              CLOSE PI-ADVANCE-HISTORY-FILE
           END-IF.
           CLOSE SETTLEMENT-EXTRACT-FILE.
           CLOSE REMITTANCE-REPORT.

