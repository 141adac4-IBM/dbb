      *    AND SKIPPED, SO AN ACCIDENTAL RERUN OF THE RETURN FILE
      *    CANNOT BACK THE SAME PAYMENT OUT TWICE.
      *
      *    A RETURN WITH NO POSTED DRAFT BEHIND IT MAY BE THE SEPARATE
      *    CONVENIENCE-FEE DEBIT EPSOTPAY SENDS WITH A ONE-TIME PHONE
      *    OR WEB PAYMENT. ONE MATCHING A FEE ON THE EPSOTPRG REGISTER
      *    BY PAN, DRAFT DATE AND AMOUNT IS REPORTED FOR THE FEE INCOME
      *    TO BE REVERSED AND SKIPPED - THE LOAN NEVER SAW THE FEE.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LCCTL-STATUS.

           SELECT ONE-TIME-REGISTER-FILE ASSIGN TO EPSOTPRG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OTPRG-KEY
                  FILE STATUS IS WS-OTPRG-STATUS.

      *    LETTER REQUESTS FOR EPSLGEN - CONCATENATED ONTO ITS
      *    EPSLREQX INPUT BY THE NIGHTLY STREAM, THE WAY THE OTHER
      *    LETTER-PRODUCING EXTRACTS FEED IT.
           COPY EPSACHRX.

       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY EPSPYHST.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 28 CHARACTERS.
           COPY EPSLCCTL.

       FD  ONE-TIME-REGISTER-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY EPSOTPRG.

       FD  LETTER-REQUEST-FILE
           RECORD CONTAINS 432 CHARACTERS.
           COPY EPSLRQX.
              05 FILLER                  PIC 99 VALUE 3.
              05 FILLER                  PIC X(80)
              VALUE 'ALREADY REVERSED - RETURN SKIPPED'.
              05 FILLER                  PIC 99 VALUE 4.
              05 FILLER                  PIC X(80)
              VALUE 'CONVENIENCE FEE DRAFT RETURNED - REVERSE FEE'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 4 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

           03 WS-PYHST-STATUS             PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-LCCTL-STATUS             PIC XX.
           03 WS-OTPRG-STATUS             PIC XX.
           03 WS-LRQX-STATUS              PIC XX.
           03 WS-RPT-STATUS               PIC XX.

              88 END-OF-RETURNS              VALUE 'Y'.
           03 WS-END-OF-HISTORY           PIC X VALUE 'N'.
              88 END-OF-HISTORY              VALUE 'Y'.
           03 WS-OTPRG-OPEN               PIC X VALUE 'N'.
              88 ONE-TIME-REGISTER-OPEN      VALUE 'Y'.
           03 WS-VALIDATION-INDICATOR     PIC 9 VALUE 0.
              88 WS-RETURN-VALID             VALUE 0.

              05 RTN-ESCROW-APPLIED       PIC 9(7)V99.
              05 RTN-LATE-CHARGE-APPLIED  PIC 9(5)V99.
              05 RTN-AMOUNT-RECEIVED      PIC 9(7)V99.
              05 RTN-WATERFALL-ID         PIC X(6).
              05 RTN-WATERFALL-VERSION    PIC 9(3).
              05 RTN-WATERFALL-ORDER      PIC X(5).
       01 WS-RTN-IDX                      PIC 9(3) COMP.

       01 WS-CONTROL-ON-FILE              PIC X VALUE 'N'.
           OPEN INPUT  PAYMENT-HISTORY-FILE.
           OPEN I-O    SERVICING-MASTER-FILE.
           OPEN INPUT  LATE-CHARGE-CONTROL-FILE.
      *    NO REGISTER YET MEANS NO ONE-TIME PAYMENTS HAVE BEEN TAKEN.
           OPEN INPUT  ONE-TIME-REGISTER-FILE.
           IF WS-OTPRG-STATUS = '00'
              MOVE 'Y' TO WS-OTPRG-OPEN
           END-IF.
           OPEN OUTPUT LETTER-REQUEST-FILE.
           OPEN OUTPUT CONTROL-REPORT.

                         TO RTN-LATE-CHARGE-APPLIED(WS-RTN-IDX)
                    MOVE PYHST-AMOUNT-RECEIVED
                         TO RTN-AMOUNT-RECEIVED(WS-RTN-IDX)
                    MOVE PYHST-WATERFALL-ID
                         TO RTN-WATERFALL-ID(WS-RTN-IDX)
                    MOVE PYHST-WATERFALL-VERSION
                         TO RTN-WATERFALL-VERSION(WS-RTN-IDX)
                    MOVE PYHST-WATERFALL-ORDER
                         TO RTN-WATERFALL-ORDER(WS-RTN-IDX)
                 END-IF
              END-IF
           END-IF
                 MOVE 3 TO WS-VALIDATION-INDICATOR
              WHEN RTN-UNMATCHED(WS-RTN-IDX)
                 MOVE 2 TO WS-VALIDATION-INDICATOR
                 PERFORM A450-CHECK-FEE-DRAFT
           END-EVALUATE.

           IF WS-RETURN-VALID
              MOVE 'REVERSED - PAYMENT BACKED OUT, NSF FEE ASSESSED'
                   TO DTL-RESULT
           ELSE
              IF WS-VALIDATION-INDICATOR = 3 OR 4
                 ADD 1 TO WS-SKIPPED-COUNT
              ELSE
                 ADD 1 TO WS-ERROR-COUNT
           WRITE RPT-LINE
           .

      *    THE FEE DEBIT GOES OUT UNDER THE SAME PAN AND DATE AS ITS
      *    PAYMENT, SO THE REGISTER ENTRY FOR THAT DAY TELLS THEM APART
      *    BY AMOUNT.
       A450-CHECK-FEE-DRAFT.
           IF NOT ONE-TIME-REGISTER-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE RTN-PAN(WS-RTN-IDX)        TO OTPRG-PAN.
           MOVE RTN-DRAFT-DATE(WS-RTN-IDX) TO OTPRG-PAYMENT-DATE.
           READ ONE-TIME-REGISTER-FILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF OTPRG-SENT AND OTPRG-FEE-AMOUNT > 0
              AND OTPRG-FEE-AMOUNT = RTN-DRAFT-AMOUNT(WS-RTN-IDX)
              MOVE 4 TO WS-VALIDATION-INDICATOR
           END-IF
           .

      *    THE EXACT SPLIT EPSPYPST APPLIED, APPLIED BACKWARDS, PLUS
      *    THE NSF FEE. A DRAFT THAT HAD PAID THE LOAN OFF REOPENS IT.
       A500-RESTORE-MASTER.
           MOVE RTN-LATE-CHARGE-APPLIED(WS-RTN-IDX)
                                           TO PYHST-LATE-CHARGE-APPLIED.
           MOVE SRV-PRINCIPAL-BALANCE      TO PYHST-BALANCE-AFTER.
           MOVE RTN-WATERFALL-ID(WS-RTN-IDX)
                                           TO PYHST-WATERFALL-ID.
           MOVE RTN-WATERFALL-VERSION(WS-RTN-IDX)
                                           TO PYHST-WATERFALL-VERSION.
           MOVE RTN-WATERFALL-ORDER(WS-RTN-IDX)
                                           TO PYHST-WATERFALL-ORDER.
           WRITE POSTED-PAYMENT-HISTORY-RECORD
           .

           CLOSE ACH-RETURN-FILE.
           CLOSE PAYMENT-HISTORY-FILE.
           CLOSE SERVICING-MASTER-FILE.
           IF ONE-TIME-REGISTER-OPEN
              CLOSE ONE-TIME-REGISTER-FILE
           END-IF.
           CLOSE LETTER-REQUEST-FILE.
           CLOSE CONTROL-REPORT.

