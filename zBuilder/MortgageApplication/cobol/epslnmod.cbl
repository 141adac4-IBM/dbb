      *       - WRITES THE BEFORE/AFTER EPSLMHST MODIFICATION HISTORY
      *         RECORD AND AN EPSCHJNL JOURNAL ENTRY (THE MONETARY
      *         TERMS, FORMATTED INTO THE JOURNAL'S 72-BYTE IMAGES).
      *       - SETS THE PAYMENT ORDER THE AGREEMENT SPECIFIES, IF
      *         ANY, ON SRV-PAYMENT-ORDER - EPSPYPST APPLIES THE
      *         LOAN'S PAYMENTS IN IT INSTEAD OF BY ITS EPSWFALL
      *         WATERFALL.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  MODIFICATION-TRANSACTION-FILE
           RECORD CONTAINS 82 CHARACTERS.
           COPY EPSLMTXN.

       FD  SERVICING-MASTER-FILE
              05 FILLER                  PIC 99 VALUE 5.
              05 FILLER                  PIC X(80)
              VALUE 'MODIFICATION FAILED - NO LMCP ACCOUNT MAPPING'.
              05 FILLER                  PIC 99 VALUE 6.
              05 FILLER                  PIC X(80)
              VALUE 'MODIFICATION FAILED - PAYMENT ORDER INVALID'.
           03 STATIC-ERROR-TBL REDEFINES STATIC-ERRORS.
              05 STATIC-ERROR-TABLE OCCURS 6 TIMES.
                07 ERROR-INDICATOR         PIC 99.
                07 ERROR-TEXT              PIC X(80).

           03 WS-NEW-TERM-YEARS           PIC 9(2).
           03 WS-NEW-BALANCE              PIC 9(9)V99.

      *    HOW OFTEN EACH BUCKET CODE APPEARS IN THE KEYED ORDER.
       01 WS-ORDER-TALLIES.
           03 WS-TALLY-I                  PIC 9(2) COMP.
           03 WS-TALLY-P                  PIC 9(2) COMP.
           03 WS-TALLY-M                  PIC 9(2) COMP.
           03 WS-TALLY-E                  PIC 9(2) COMP.
           03 WS-TALLY-L                  PIC 9(2) COMP.

      *    THE JOURNAL IMAGES CARRY THE MONETARY TERMS, NOT THE WHOLE
      *    250-BYTE MASTER RECORD - THE EPSCHJNL IMAGE AREAS ARE 72
      *    BYTES, SIZED FOR EPSMORTF.
           03 WS-IMG-BALANCE              PIC 9(9)V99.
           03 WS-IMG-PI-PAYMENT           PIC 9(7)V99.
           03 WS-IMG-LATE-CHARGE          PIC 9(5)V99.
           03 WS-IMG-PAYMENT-ORDER        PIC X(5).
           03 FILLER                      PIC X(33) VALUE SPACES.

       01 WS-JOURNAL-STATE.
           03 WS-JNL-FIRST-CALL           PIC X VALUE 'Y'.
           IF LMTX-NEW-RATE = 0 AND LMTX-NEW-TERM-YEARS = 0
              AND LMTX-NEW-BALANCE = 0
              AND NOT LMTX-CAPITALIZE-ARREARS
              AND LMTX-PAYMENT-ORDER = SPACES
              MOVE 3 TO WS-VALIDATION-INDICATOR
           END-IF
           .
           IF WS-TRANSACTION-VALID
              AND LMTX-PAYMENT-ORDER NOT = SPACES
              AND NOT LMTX-ORDER-FROM-TABLE
              PERFORM A250-EDIT-PAYMENT-ORDER
           END-IF
           .
           IF WS-TRANSACTION-VALID
              MOVE LMTX-PAN TO SRV-PAN
              READ SERVICING-MASTER-FILE
           WRITE RPT-LINE.
           PERFORM A150-READ-TRANSACTION.

      *    FIVE BYTES HOLDING EACH OF THE FIVE BUCKET CODES ONCE.
       A250-EDIT-PAYMENT-ORDER.
           MOVE 0 TO WS-TALLY-I WS-TALLY-P WS-TALLY-M
                     WS-TALLY-E WS-TALLY-L.
           INSPECT LMTX-PAYMENT-ORDER TALLYING
                   WS-TALLY-I FOR ALL 'I'
                   WS-TALLY-P FOR ALL 'P'
                   WS-TALLY-M FOR ALL 'M'
                   WS-TALLY-E FOR ALL 'E'
                   WS-TALLY-L FOR ALL 'L'.
           IF WS-TALLY-I NOT = 1 OR WS-TALLY-P NOT = 1
              OR WS-TALLY-M NOT = 1 OR WS-TALLY-E NOT = 1
              OR WS-TALLY-L NOT = 1
              MOVE 6 TO WS-VALIDATION-INDICATOR
           END-IF
           .

       A300-APPLY-MODIFICATION.
           PERFORM A310-SNAPSHOT-BEFORE.
           PERFORM A320-RESOLVE-NEW-TERMS.
           IF LMTX-CAPITALIZE-ARREARS
              MOVE 0 TO SRV-LATE-CHARGE-DUE
           END-IF.
           EVALUATE TRUE
              WHEN LMTX-ORDER-FROM-TABLE
                 MOVE SPACES TO SRV-PAYMENT-ORDER
              WHEN LMTX-PAYMENT-ORDER NOT = SPACES
                 MOVE LMTX-PAYMENT-ORDER TO SRV-PAYMENT-ORDER
           END-EVALUATE.
           MOVE WS-CURRENT-DATE-8 TO SRV-LAST-MAINT-DATE.
           REWRITE SERVICING-MASTER-RECORD
              INVALID KEY
           MOVE SRV-PI-PAYMENT        TO WS-IMG-PI-PAYMENT
                                         LMHST-OLD-PI-PAYMENT.
           MOVE SRV-LATE-CHARGE-DUE   TO WS-IMG-LATE-CHARGE.
           MOVE SRV-PAYMENT-ORDER     TO WS-IMG-PAYMENT-ORDER.
           MOVE WS-TERMS-IMAGE        TO WS-BEFORE-IMAGE
           .

           MOVE SRV-PRINCIPAL-BALANCE TO WS-IMG-BALANCE.
           MOVE SRV-PI-PAYMENT        TO WS-IMG-PI-PAYMENT.
           MOVE SRV-LATE-CHARGE-DUE   TO WS-IMG-LATE-CHARGE.
           MOVE SRV-PAYMENT-ORDER     TO WS-IMG-PAYMENT-ORDER.
           MOVE WS-TERMS-IMAGE        TO WS-AFTER-IMAGE.

           MOVE 'EPSSRVCF'        TO JNL-FILE-ID.
