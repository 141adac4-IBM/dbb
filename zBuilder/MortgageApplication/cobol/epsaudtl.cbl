      *
      *       - QUOTE ROWS FROM THE EPSAUDIT DB2 TABLE.
      *       - MAINTENANCE BEFORE/AFTER IMAGES FROM EPSCHJNL.
      *       - POSTED PAYMENTS (AND REVERSALS) FROM EPSPYHST, WITH
      *         THE WATERFALL ORDER, ENTRY AND VERSION EACH WAS
      *         APPLIED BY.
      *       - LOAN MODIFICATIONS FROM EPSLMHST.
      *       - THE CURRENT EPSAPPST AND EPSSVST STATUS STAMPS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY EPSPYHST.

       FD  CHANGE-JOURNAL-FILE
           03 WS-EDIT-AMOUNT-2            PIC ZZZZZZ9.99.
           03 WS-EDIT-RATE                PIC ZZ9.999.

      *    THE WATERFALL A PAYMENT WAS APPLIED BY, FOR ITS TIMELINE
      *    LINE - SPACES ON A DRAW OR PAYOFF, WHICH CARRY NONE.
       01 WS-WATERFALL-NOTE               PIC X(23).
       01 WS-WATERFALL-DETAIL.
           03 FILLER                      PIC X(7) VALUE ' ORDER '.
           03 WS-WFN-ORDER                PIC X(5).
           03 FILLER                      PIC X VALUE SPACE.
           03 WS-WFN-ID                   PIC X(6).
           03 FILLER                      PIC X VALUE '/'.
           03 WS-WFN-VERSION              PIC 9(3).

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
                    MOVE 'EPSPYPST'      TO WS-NEW-USER
                    MOVE PYHST-AMOUNT-RECEIVED  TO WS-EDIT-AMOUNT
                    MOVE PYHST-BALANCE-AFTER    TO WS-EDIT-AMOUNT-2
                    IF PYHST-WATERFALL-ID = SPACES
                       MOVE SPACES TO WS-WATERFALL-NOTE
                    ELSE
                       MOVE PYHST-WATERFALL-ORDER   TO WS-WFN-ORDER
                       MOVE PYHST-WATERFALL-ID      TO WS-WFN-ID
                       MOVE PYHST-WATERFALL-VERSION TO WS-WFN-VERSION
                       MOVE WS-WATERFALL-DETAIL TO WS-WATERFALL-NOTE
                    END-IF
                    MOVE SPACES TO WS-NEW-TEXT
                    IF PYHST-SOURCE-REVERSAL
                       STRING 'PAYMENT REVERSED ' DELIMITED BY SIZE
                              WS-EDIT-AMOUNT      DELIMITED BY SIZE
                              ' BALANCE AFTER '   DELIMITED BY SIZE
                              WS-EDIT-AMOUNT-2    DELIMITED BY SIZE
                              WS-WATERFALL-NOTE   DELIMITED BY SIZE
                              INTO WS-NEW-TEXT
                       END-STRING
                    ELSE
                              WS-EDIT-AMOUNT      DELIMITED BY SIZE
                              ' BALANCE AFTER '   DELIMITED BY SIZE
                              WS-EDIT-AMOUNT-2    DELIMITED BY SIZE
                              WS-WATERFALL-NOTE   DELIMITED BY SIZE
                              INTO WS-NEW-TEXT
                       END-STRING
                    END-IF
