      *    PMI, ESCROW AND LATE CHARGES COLLECTED), THE DAY'S ESCROW
      *    DISBURSEMENTS (EPSTXDXT), THE DAY'S HELOC DRAW ADVANCES
      *    (SOURCE-'W' HISTORY, POSTED AS THE HELD PAIR - THE
      *    RECEIVABLE UP, THE DISBURSED CASH OUT), THE DAY'S
      *    CORPORATE ADVANCES AND ADVANCE RECOVERIES (EPSCADVH - THE
      *    CADV AND CARC RECEIVABLE PAIRS), THE DAY'S TEMPORARY
      *    BUYDOWN SUBSIDY FUNDED, DRAWN AND PAID OUT (EPSBYDNH - THE
      *    BYDF, BYDR AND BYDU LIABILITY PAIRS), THE DAY'S INVESTOR
      *    P+I ADVANCES AND THEIR RECOVERIES (EPSPIADH - THE PIAD AND
      *    PIAR RECEIVABLE PAIRS), THE DAY'S REO ACQUISITIONS,
      *    WRITE-DOWNS, HOLDING COSTS AND SALES (EPSREOH - THE REOA,
      *    REOW, REOH, REOS, REOL AND REOG PAIRS), THE DAY'S FORWARD
      *    COMMITMENT PAIR-OFFS (EPSFCPOH - THE POFF FEE AND POGN GAIN
      *    PAIRS), THE DAY'S PREPAYMENT PENALTIES COLLECTED ON
      *    CURTAILMENTS AND PAYOFFS (EPSPPNH - THE PPEN FEE INCOME
      *    PAIR; A PENALTY WAIVED ON A SALE MOVES NO MONEY AND IS NOT
      *    POSTED), THE DAY'S INVESTOR POOL SALE SETTLEMENTS (EPSGOSH
      *    - THE GSPR PROCEEDS, GSHB HOLDBACK, GSCV CARRYING VALUE,
      *    GSMS CAPITALIZED SERVICING AND GSGN/GSLS GAIN OR LOSS
      *    PAIRS), AND THE EPSAUDIT QUOTE ROWS
      *    EPSQTRPT ALREADY READS (POSTED AS A STATISTICAL MEMO PAIR -
      *    A QUOTE MOVES NO MONEY). EVERY SOURCE AMOUNT WRITES ONE
      *    DEBIT AND ONE CREDIT, SO THE EXTRACT BALANCES BY
      *    CONSTRUCTION; THE RUN STILL PROVES TOTAL DEBITS EQUAL TOTAL
      *    CREDITS AND THAT EVERY SOURCE HAD A MAPPING, AND SETS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TXDXT-STATUS.

           SELECT ADVANCE-HISTORY-FILE ASSIGN TO EPSCADVH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CADVH-STATUS.

           SELECT BUYDOWN-HISTORY-FILE ASSIGN TO EPSBYDNH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-BYDNH-STATUS.

           SELECT PI-ADVANCE-HISTORY-FILE ASSIGN TO EPSPIADH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PIADH-STATUS.

           SELECT REO-HISTORY-FILE ASSIGN TO EPSREOH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REOH-STATUS.

           SELECT PAIROFF-HISTORY-FILE ASSIGN TO EPSFCPOH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-FCPOH-STATUS.

           SELECT PENALTY-HISTORY-FILE ASSIGN TO EPSPPNH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PPNH-STATUS.

           SELECT SALE-HISTORY-FILE ASSIGN TO EPSGOSH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GOSH-STATUS.

           SELECT GL-MAP-CONTROL-FILE ASSIGN TO EPSGLMAP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GLMAP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY EPSPYHST.

       FD  DISBURSEMENT-EXTRACT-FILE
           RECORD CONTAINS 55 CHARACTERS.
           COPY EPSTXDXT.

       FD  ADVANCE-HISTORY-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY EPSCADVH.

       FD  BUYDOWN-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY EPSBYDNH.

       FD  PI-ADVANCE-HISTORY-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY EPSPIADH.

       FD  REO-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY EPSREOH.

       FD  PAIROFF-HISTORY-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY EPSFCPOH.

       FD  PENALTY-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY EPSPPNH.

       FD  SALE-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY EPSGOSH.

       FD  GL-MAP-CONTROL-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY EPSGLMAP.
       01 WS-FILE-STATUSES.
           03 WS-PYHST-STATUS             PIC XX.
           03 WS-TXDXT-STATUS             PIC XX.
           03 WS-CADVH-STATUS             PIC XX.
           03 WS-BYDNH-STATUS             PIC XX.
           03 WS-PIADH-STATUS             PIC XX.
           03 WS-REOH-STATUS              PIC XX.
           03 WS-FCPOH-STATUS             PIC XX.
           03 WS-PPNH-STATUS              PIC XX.
           03 WS-GOSH-STATUS              PIC XX.
           03 WS-GLMAP-STATUS             PIC XX.
           03 WS-GLXTR-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.
              88 END-OF-HISTORY              VALUE 'Y'.
           03 WS-END-OF-DISBURSE          PIC X VALUE 'N'.
              88 END-OF-DISBURSE             VALUE 'Y'.
           03 WS-END-OF-ADVANCES          PIC X VALUE 'N'.
              88 END-OF-ADVANCES             VALUE 'Y'.
           03 WS-END-OF-SUBSIDY           PIC X VALUE 'N'.
              88 END-OF-SUBSIDY              VALUE 'Y'.
           03 WS-END-OF-PI-ADVANCES       PIC X VALUE 'N'.
              88 END-OF-PI-ADVANCES          VALUE 'Y'.
           03 WS-END-OF-REO               PIC X VALUE 'N'.
              88 END-OF-REO                  VALUE 'Y'.
           03 WS-END-OF-PAIROFFS          PIC X VALUE 'N'.
              88 END-OF-PAIROFFS             VALUE 'Y'.
           03 WS-END-OF-PENALTIES         PIC X VALUE 'N'.
              88 END-OF-PENALTIES            VALUE 'Y'.
           03 WS-END-OF-SALES             PIC X VALUE 'N'.
              88 END-OF-SALES                VALUE 'Y'.
           03 WS-END-OF-MAP               PIC X VALUE 'N'.
              88 END-OF-MAP                  VALUE 'Y'.
           03 WS-END-OF-CURSOR            PIC X VALUE 'N'.
              88 RUN-OUT-OF-BALANCE          VALUE 'Y'.

      *    ACTIVITY TOTALS BY SOURCE CODE - 1=PPRN 2=PINT 3=PPMI
      *    4=PESC 5=PLTC 6=ESCD 7=QUOT 8=HELD 9=CADV 10=CARC
      *    11=BYDF 12=BYDR 13=BYDU 14=PIAD 15=PIAR 16=REOA 17=REOW
      *    18=REOH 19=REOS 20=REOL 21=REOG 22=POFF 23=POGN
      *    24=PPEN 25=GSPR 26=GSHB 27=GSCV 28=GSMS 29=GSGN 30=GSLS.
       01 WS-SOURCE-CODES.
           03 FILLER PIC X(4) VALUE 'PPRN'.
           03 FILLER PIC X(4) VALUE 'PINT'.
           03 FILLER PIC X(4) VALUE 'ESCD'.
           03 FILLER PIC X(4) VALUE 'QUOT'.
           03 FILLER PIC X(4) VALUE 'HELD'.
           03 FILLER PIC X(4) VALUE 'CADV'.
           03 FILLER PIC X(4) VALUE 'CARC'.
           03 FILLER PIC X(4) VALUE 'BYDF'.
           03 FILLER PIC X(4) VALUE 'BYDR'.
           03 FILLER PIC X(4) VALUE 'BYDU'.
           03 FILLER PIC X(4) VALUE 'PIAD'.
           03 FILLER PIC X(4) VALUE 'PIAR'.
           03 FILLER PIC X(4) VALUE 'REOA'.
           03 FILLER PIC X(4) VALUE 'REOW'.
           03 FILLER PIC X(4) VALUE 'REOH'.
           03 FILLER PIC X(4) VALUE 'REOS'.
           03 FILLER PIC X(4) VALUE 'REOL'.
           03 FILLER PIC X(4) VALUE 'REOG'.
           03 FILLER PIC X(4) VALUE 'POFF'.
           03 FILLER PIC X(4) VALUE 'POGN'.
           03 FILLER PIC X(4) VALUE 'PPEN'.
           03 FILLER PIC X(4) VALUE 'GSPR'.
           03 FILLER PIC X(4) VALUE 'GSHB'.
           03 FILLER PIC X(4) VALUE 'GSCV'.
           03 FILLER PIC X(4) VALUE 'GSMS'.
           03 FILLER PIC X(4) VALUE 'GSGN'.
           03 FILLER PIC X(4) VALUE 'GSLS'.
       01 WS-SOURCE-CODE-TBL REDEFINES WS-SOURCE-CODES.
           03 WS-SOURCE-CODE OCCURS 30 TIMES
                                          PIC X(4).
       01 WS-SOURCE-TOTALS.
           03 WS-SOURCE-AMOUNT OCCURS 30 TIMES
                                          PIC S9(11)V99 COMP-3.
       01 WS-SRC-IDX                      PIC 9(2) COMP.

      *    THE LOADED ACCOUNT MAP.
       01 WS-MAP-TABLE.
           03 WS-MAP-COUNT                PIC 9(2) COMP VALUE 0.
           03 WS-MAP-ENTRY OCCURS 60 TIMES.
              05 MAP-SOURCE-CODE          PIC X(4).
              05 MAP-DEBIT-ACCOUNT        PIC X(8).
              05 MAP-CREDIT-ACCOUNT       PIC X(8).
           PERFORM A100-INITIALIZE.
           PERFORM A200-TOTAL-PAYMENTS UNTIL END-OF-HISTORY.
           PERFORM A300-TOTAL-DISBURSEMENTS UNTIL END-OF-DISBURSE.
           PERFORM A350-TOTAL-ADVANCES UNTIL END-OF-ADVANCES.
           PERFORM A370-TOTAL-SUBSIDY UNTIL END-OF-SUBSIDY.
           PERFORM A380-TOTAL-PI-ADVANCES UNTIL END-OF-PI-ADVANCES.
           PERFORM A390-TOTAL-REO UNTIL END-OF-REO.
           PERFORM A395-TOTAL-PAIROFFS UNTIL END-OF-PAIROFFS.
           PERFORM A397-TOTAL-PENALTIES UNTIL END-OF-PENALTIES.
           PERFORM A398-TOTAL-SALES UNTIL END-OF-SALES.
           PERFORM A400-TOTAL-QUOTES.
           PERFORM A500-WRITE-GL-RECORDS.
           PERFORM A900-FINALIZE.

           OPEN INPUT  PAYMENT-HISTORY-FILE.
           OPEN INPUT  DISBURSEMENT-EXTRACT-FILE.
      *    NO ADVANCE HISTORY YET MEANS NO ADVANCE ACTIVITY.
           OPEN INPUT  ADVANCE-HISTORY-FILE.
           IF WS-CADVH-STATUS NOT = '00'
              MOVE 'Y' TO WS-END-OF-ADVANCES
           END-IF.
      *    NO BUYDOWN HISTORY YET MEANS NO SUBSIDY ACTIVITY.
           OPEN INPUT  BUYDOWN-HISTORY-FILE.
           IF WS-BYDNH-STATUS NOT = '00'
              MOVE 'Y' TO WS-END-OF-SUBSIDY
           END-IF.
      *    NO P+I ADVANCE HISTORY YET MEANS NO ADVANCE ACTIVITY.
           OPEN INPUT  PI-ADVANCE-HISTORY-FILE.
           IF WS-PIADH-STATUS NOT = '00'
              MOVE 'Y' TO WS-END-OF-PI-ADVANCES
           END-IF.
      *    NO REO HISTORY YET MEANS NO REO ACTIVITY.
           OPEN INPUT  REO-HISTORY-FILE.
           IF WS-REOH-STATUS NOT = '00'
              MOVE 'Y' TO WS-END-OF-REO
           END-IF.
      *    NO PAIR-OFF HISTORY YET MEANS NO PAIR-OFF ACTIVITY.
           OPEN INPUT  PAIROFF-HISTORY-FILE.
           IF WS-FCPOH-STATUS NOT = '00'
              MOVE 'Y' TO WS-END-OF-PAIROFFS
           END-IF.
      *    NO PENALTY HISTORY YET MEANS NO PENALTY ACTIVITY.
           OPEN INPUT  PENALTY-HISTORY-FILE.
           IF WS-PPNH-STATUS NOT = '00'
              MOVE 'Y' TO WS-END-OF-PENALTIES
           END-IF.
      *    NO SALE HISTORY YET MEANS NO POOL HAS SETTLED.
           OPEN INPUT  SALE-HISTORY-FILE.
           IF WS-GOSH-STATUS NOT = '00'
              MOVE 'Y' TO WS-END-OF-SALES
           END-IF.
           OPEN INPUT  GL-MAP-CONTROL-FILE.
           OPEN OUTPUT GL-INTERFACE-FILE.
           OPEN OUTPUT EXCEPTION-REPORT.
           WRITE RPT-LINE.

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 30
              MOVE 0 TO WS-SOURCE-AMOUNT(WS-SRC-IDX)
           END-PERFORM.

           PERFORM A120-LOAD-MAP UNTIL END-OF-MAP
                   OR WS-MAP-COUNT = 60.

           PERFORM A150-READ-HISTORY.

           END-READ
           .

      *    THE DAY'S CORPORATE ADVANCE MOVEMENTS. AN ADVANCE PUTS THE
      *    RECEIVABLE UP (CADV), A CREDIT BACKS ONE OUT (THE SAME PAIR
      *    REVERSED), A RECOVERY BRINGS THE CASH IN (CARC). WRITE-OFFS
      *    ARE POSTED BY EPSCHGOF ITSELF UNDER CADW, AND ESCROW-
      *    CARRIED ACTIVITY IS ALREADY IN THE ESCROW ENTRIES.
       A350-TOTAL-ADVANCES.
           READ ADVANCE-HISTORY-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-ADVANCES
           END-READ.
           IF NOT END-OF-ADVANCES
              AND CAHST-POST-DATE = WS-CURRENT-DATE-8
              AND NOT CAHST-ESCROW-CARRIED
              EVALUATE TRUE
                 WHEN CAHST-ADVANCED
                    ADD CAHST-AMOUNT TO WS-SOURCE-AMOUNT(9)
                 WHEN CAHST-CREDITED
                    SUBTRACT CAHST-AMOUNT FROM WS-SOURCE-AMOUNT(9)
                 WHEN CAHST-RECOVERED
                    ADD CAHST-AMOUNT TO WS-SOURCE-AMOUNT(10)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

      *    THE DAY'S BUYDOWN SUBSIDY MOVEMENTS. FUNDING PUTS THE
      *    SUBSIDY LIABILITY UP (BYDF), EACH MONTH'S DRAW MOVES IT INTO
      *    THE PAYMENT THE HISTORY SPLIT (BYDR), AND WHAT IS LEFT AT
      *    PAYOFF GOES OUT BY CHECK (BYDU).
       A370-TOTAL-SUBSIDY.
           READ BUYDOWN-HISTORY-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-SUBSIDY
           END-READ.
           IF NOT END-OF-SUBSIDY
              AND BYDH-POST-DATE = WS-CURRENT-DATE-8
              EVALUATE TRUE
                 WHEN BYDH-FUNDED
                    ADD BYDH-AMOUNT TO WS-SOURCE-AMOUNT(11)
                 WHEN BYDH-DRAWN
                    ADD BYDH-AMOUNT TO WS-SOURCE-AMOUNT(12)
                 WHEN BYDH-UNUSED-PAID-OUT
                    ADD BYDH-AMOUNT TO WS-SOURCE-AMOUNT(13)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

      *    THE DAY'S INVESTOR P+I ADVANCE MOVEMENTS. AN ADVANCE PAID
      *    TO THE INVESTOR PUTS THE ADVANCE RECEIVABLE UP (PIAD); A
      *    RECOVERY OUT OF THE BORROWER'S PAYMENT OR PAYOFF BRINGS IT
      *    BACK DOWN (PIAR).
       A380-TOTAL-PI-ADVANCES.
           READ PI-ADVANCE-HISTORY-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-PI-ADVANCES
           END-READ.
           IF NOT END-OF-PI-ADVANCES
              AND PIAH-POST-DATE = WS-CURRENT-DATE-8
              EVALUATE TRUE
                 WHEN PIAH-ADVANCED
                    ADD PIAH-AMOUNT TO WS-SOURCE-AMOUNT(14)
                 WHEN PIAH-RECOVERED
                    ADD PIAH-AMOUNT TO WS-SOURCE-AMOUNT(15)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

      *    THE DAY'S REO MONEY MOVEMENTS. THE ACQUISITION BOOKS THE
      *    PROPERTY AGAINST THE LOAN (REOA) AND WRITES OFF THE
      *    PRINCIPAL ITS VALUE DID NOT COVER (REOW); HOLDING COSTS ARE
      *    EXPENSED AS PAID (REOH); THE SALE'S NET PROCEEDS (REOS) AND
      *    ITS LOSS (REOL) OR GAIN (REOG) TAKE THE PROPERTY BACK OFF.
       A390-TOTAL-REO.
           READ REO-HISTORY-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-REO
           END-READ.
           IF NOT END-OF-REO
              AND REOH-POST-DATE = WS-CURRENT-DATE-8
              EVALUATE TRUE
                 WHEN REOH-ACQUIRED
                    ADD REOH-AMOUNT TO WS-SOURCE-AMOUNT(16)
                 WHEN REOH-WRITTEN-DOWN
                    ADD REOH-AMOUNT TO WS-SOURCE-AMOUNT(17)
                 WHEN REOH-HOLDING-COST
                    ADD REOH-AMOUNT TO WS-SOURCE-AMOUNT(18)
                 WHEN REOH-SALE-PROCEEDS
                    ADD REOH-AMOUNT TO WS-SOURCE-AMOUNT(19)
                 WHEN REOH-LOSS-ON-SALE
                    ADD REOH-AMOUNT TO WS-SOURCE-AMOUNT(20)
                 WHEN REOH-GAIN-ON-SALE
                    ADD REOH-AMOUNT TO WS-SOURCE-AMOUNT(21)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

      *    THE DAY'S FORWARD COMMITMENT PAIR-OFFS - A FEE OWED THE
      *    INVESTOR (POFF) OR A GAIN DUE FROM ONE (POGN).
       A395-TOTAL-PAIROFFS.
           READ PAIROFF-HISTORY-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-PAIROFFS
           END-READ.
           IF NOT END-OF-PAIROFFS
              AND FCPOH-POST-DATE = WS-CURRENT-DATE-8
              EVALUATE TRUE
                 WHEN FCPOH-PAIROFF-FEE
                    ADD FCPOH-AMOUNT TO WS-SOURCE-AMOUNT(22)
                 WHEN FCPOH-PAIROFF-GAIN
                    ADD FCPOH-AMOUNT TO WS-SOURCE-AMOUNT(23)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

       A397-TOTAL-PENALTIES.
           READ PENALTY-HISTORY-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-PENALTIES
           END-READ.
           IF NOT END-OF-PENALTIES
              AND PPNH-POST-DATE = WS-CURRENT-DATE-8
              AND (PPNH-CURTAILMENT OR PPNH-PAYOFF)
              ADD PPNH-AMOUNT TO WS-SOURCE-AMOUNT(24)
           END-IF
           .

      *    THE DAY'S POOL SALE SETTLEMENTS. THE PROCEEDS RECEIVED
      *    (GSPR), THE HOLDBACK STILL DUE (GSHB) AND THE SERVICING
      *    CAPITALIZED (GSMS) TAKE THE LOANS' CARRYING VALUE (GSCV)
      *    OFF THE BOOKS; WHAT IS LEFT IS THE GAIN (GSGN) OR LOSS
      *    (GSLS) ON THE SALE.
       A398-TOTAL-SALES.
           READ SALE-HISTORY-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-SALES
           END-READ.
           IF NOT END-OF-SALES
              AND GOSH-POST-DATE = WS-CURRENT-DATE-8
              EVALUATE TRUE
                 WHEN GOSH-PROCEEDS
                    ADD GOSH-AMOUNT TO WS-SOURCE-AMOUNT(25)
                 WHEN GOSH-HOLDBACK
                    ADD GOSH-AMOUNT TO WS-SOURCE-AMOUNT(26)
                 WHEN GOSH-CARRYING-VALUE
                    ADD GOSH-AMOUNT TO WS-SOURCE-AMOUNT(27)
                 WHEN GOSH-MSR-CAPITALIZED
                    ADD GOSH-AMOUNT TO WS-SOURCE-AMOUNT(28)
                 WHEN GOSH-GAIN-ON-SALE
                    ADD GOSH-AMOUNT TO WS-SOURCE-AMOUNT(29)
                 WHEN GOSH-LOSS-ON-SALE
                    ADD GOSH-AMOUNT TO WS-SOURCE-AMOUNT(30)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

       A400-TOTAL-QUOTES.
           EXEC SQL
               OPEN AUDIT-CURSOR
       A500-WRITE-GL-RECORDS.
           PERFORM A510-POST-ONE-SOURCE
                   VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 30.

           MOVE WS-TOTAL-DEBITS  TO BAL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO BAL-CREDITS.
       A900-FINALIZE.
           CLOSE PAYMENT-HISTORY-FILE.
           CLOSE DISBURSEMENT-EXTRACT-FILE.
           CLOSE ADVANCE-HISTORY-FILE.
           CLOSE BUYDOWN-HISTORY-FILE.
           CLOSE PI-ADVANCE-HISTORY-FILE.
           CLOSE REO-HISTORY-FILE.
           CLOSE PAIROFF-HISTORY-FILE.
           CLOSE PENALTY-HISTORY-FILE.
           CLOSE SALE-HISTORY-FILE.
           CLOSE GL-MAP-CONTROL-FILE.
           CLOSE GL-INTERFACE-FILE.
           CLOSE EXCEPTION-REPORT.
