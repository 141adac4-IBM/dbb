       ID DIVISION.
       PROGRAM-ID. EPSREOMT.
      *    DAILY REAL ESTATE OWNED (REO) INVENTORY MAINTENANCE.
      *
      *    WHEN A FORECLOSURE SALE DRAWS NO THIRD-PARTY BID THE
      *    PROPERTY REVERTS TO THE SHOP. FROM THEN ON IT IS AN ASSET
      *    TO BE EMPTIED, LISTED, CARRIED AND SOLD, AND THE LOAN IT
      *    REPLACED IS CLOSED OUT AGAINST IT:
      *
      *       - APPLIES THE DAY'S EPSREOTX TRANSACTIONS TO THE EPSREOF
      *         INVENTORY FILE. AN ACQUISITION TAKES A LOAN IN
      *         FORECLOSURE ON EPSSVST, BOOKS THE PROPERTY AT ITS
      *         VALUE (NEVER MORE THAN THE PRINCIPAL IT REPLACES),
      *         WRITES DOWN ANY PRINCIPAL THE VALUE DOES NOT COVER,
      *         ZEROES THE SERVICING BALANCES AND MOVES THE LOAN TO
      *         REO ON EPSSRVCF AND (THROUGH EPSSVSMT) EPSSVST.
      *       - EVICTION, LISTING, RE-PRICING AND CONTRACT
      *         TRANSACTIONS MOVE THE PROPERTY THROUGH ITS STATUSES.
      *       - A HOLDING COST (TAXES, INSURANCE, UTILITIES, REPAIRS)
      *         IS ADDED TO THE PROPERTY'S COSTS PAID AND, UNLESS ITS
      *         CHECK WAS REQUESTED ELSEWHERE (EPSTXDSB PAYS THE TAX),
      *         REQUESTED AS A TYPE 'R' REGISTER CHECK THROUGH
      *         EPSCKISS.
      *       - A CLOSED SALE MEASURES THE NET PROCEEDS AGAINST THE
      *         CARRYING VALUE FOR THE GAIN OR LOSS, OPENS THE EPSRCVSL
      *         RECOVERY SUB-LEDGER FOR ANY DEFICIENCY AGAINST WHAT THE
      *         BORROWER OWED, AND CHARGES THE LOAN OFF.
      *       - EVERY MONEY MOVEMENT IS APPENDED TO EPSREOH, WHICH
      *         EPSGLPST POSTS THROUGH THE REOx EPSGLMAP PAIRS.
      *       - WALKS THE PROPERTIES STILL IN INVENTORY: TAKES THE
      *         OCCUPANCY FROM A NEW EPSINSPF INSPECTION RESULT, ORDERS
      *         THE NEXT INSPECTION WHEN THE LAST HAS GONE STALE, AND
      *         REPORTS EACH PROPERTY WITH WHAT IT NEEDS NEXT.
      *
      *    (C) 2026 IBM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REO-TXN-FILE ASSIGN TO EPSREOTX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REOTX-STATUS.

           SELECT REO-INVENTORY-FILE ASSIGN TO EPSREOF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REO-PAN
                  FILE STATUS IS WS-REOF-STATUS.

           SELECT SERVICING-MASTER-FILE ASSIGN TO EPSSRVCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRV-PAN
                  FILE STATUS IS WS-SRVCF-STATUS.

           SELECT SERVICING-STATUS-FILE ASSIGN TO EPSSVST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SVST-PAN
                  FILE STATUS IS WS-SVST-STATUS.

           SELECT PROPERTY-MASTER-FILE ASSIGN TO EPSPROPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROP-PAN
                  FILE STATUS IS WS-PROPF-STATUS.

           SELECT INSPECTION-ORDER-FILE ASSIGN TO EPSINSPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS INSP-PAN
                  FILE STATUS IS WS-INSP-STATUS.

           SELECT RECOVERY-SUBLEDGER-FILE ASSIGN TO EPSRCVSL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RCVSL-PAN
                  FILE STATUS IS WS-RCVSL-STATUS.

           SELECT REO-HISTORY-FILE ASSIGN TO EPSREOH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REOH-STATUS.

      *    STATUS-CHANGE TRANSACTIONS FOR EPSSVSMT'S NEXT RUN.
           SELECT STATUS-TXN-FILE ASSIGN TO REOSVTX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SVTXN-STATUS.

      *    HOLDING-COST CHECKS - CONCATENATED ONTO EPSCKISS'S EPSDSBRQ
      *    INPUT BY THE STREAM SO EACH ONE GETS A REGISTER CHECK.
           SELECT DISBURSEMENT-REQUEST-FILE ASSIGN TO REODSBQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-DSBRQ-STATUS.

      *    OCCUPANCY INSPECTION ORDERS - CONCATENATED ONTO EPSINSPO'S
      *    EPSINSPX VENDOR EXTRACT BY THE STREAM AHEAD OF EPSCTLWR.
           SELECT ORDER-EXTRACT-FILE ASSIGN TO REOINSX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-INSPX-STATUS.

           SELECT REO-REPORT ASSIGN TO REOMTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REO-TXN-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EPSREOTX.

       FD  REO-INVENTORY-FILE
           RECORD CONTAINS 300 CHARACTERS.
           COPY EPSREOF.

       FD  SERVICING-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY EPSSRVCF.

       FD  SERVICING-STATUS-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY EPSSVST.

       FD  PROPERTY-MASTER-FILE
           RECORD CONTAINS 150 CHARACTERS.
           COPY EPSPROPF.

       FD  INSPECTION-ORDER-FILE
           RECORD CONTAINS 109 CHARACTERS.
           COPY EPSINSPF.

       FD  RECOVERY-SUBLEDGER-FILE
           RECORD CONTAINS 57 CHARACTERS.
           COPY EPSRCVSL.

       FD  REO-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY EPSREOH.

       FD  STATUS-TXN-FILE
           RECORD CONTAINS 13 CHARACTERS.
           COPY EPSSVTXN.

       FD  DISBURSEMENT-REQUEST-FILE
           RECORD CONTAINS 52 CHARACTERS.
           COPY EPSDSBRQ.

       FD  ORDER-EXTRACT-FILE
           RECORD CONTAINS 79 CHARACTERS.
           COPY EPSINSPX.

       FD  REO-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-FILE-STATUSES.
           03 WS-REOTX-STATUS             PIC XX.
           03 WS-REOF-STATUS              PIC XX.
           03 WS-SRVCF-STATUS             PIC XX.
           03 WS-SVST-STATUS              PIC XX.
           03 WS-PROPF-STATUS             PIC XX.
           03 WS-INSP-STATUS              PIC XX.
           03 WS-RCVSL-STATUS             PIC XX.
           03 WS-REOH-STATUS              PIC XX.
           03 WS-SVTXN-STATUS             PIC XX.
           03 WS-DSBRQ-STATUS             PIC XX.
           03 WS-INSPX-STATUS             PIC XX.
           03 WS-RPT-STATUS               PIC XX.

       01 WS-INDICATORS-AND-FLAGS.
           03 WS-END-OF-TXN               PIC X VALUE 'N'.
              88 END-OF-TXN                  VALUE 'Y'.
           03 WS-END-OF-INVENTORY         PIC X VALUE 'N'.
              88 END-OF-INVENTORY            VALUE 'Y'.
           03 WS-REOTX-OPEN               PIC X VALUE 'N'.
              88 TXN-FILE-OPEN               VALUE 'Y'.
           03 WS-SVST-OPEN                PIC X VALUE 'N'.
              88 STATUS-FILE-OPEN            VALUE 'Y'.
           03 WS-REO-FOUND                PIC X VALUE 'N'.
              88 REO-ON-FILE                 VALUE 'Y'.
           03 WS-ORDER-FOUND              PIC X VALUE 'N'.
              88 ORDER-ON-FILE               VALUE 'Y'.

      *    AN REO PROPERTY'S LAST OCCUPANCY INSPECTION IS GOOD FOR
      *    THIS MANY DAYS - AFTER THAT THE NEXT ONE IS ORDERED.
       01 WS-RECYCLE-DAYS                 PIC 9(3) VALUE 30.

       01 WS-COUNTERS.
           03 WS-TXN-COUNT                PIC 9(7) VALUE 0.
           03 WS-REJECT-COUNT             PIC 9(7) VALUE 0.
           03 WS-ACQUIRED-COUNT           PIC 9(7) VALUE 0.
           03 WS-SOLD-COUNT               PIC 9(7) VALUE 0.
           03 WS-COST-COUNT               PIC 9(7) VALUE 0.
           03 WS-CHECK-COUNT              PIC 9(7) VALUE 0.
           03 WS-INVENTORY-COUNT          PIC 9(7) VALUE 0.
           03 WS-ORDERED-COUNT            PIC 9(7) VALUE 0.
           03 WS-EVICTION-COUNT           PIC 9(7) VALUE 0.
           03 WS-ACQUIRED-VALUE           PIC 9(11)V99 VALUE 0.
           03 WS-COST-AMOUNT              PIC 9(11)V99 VALUE 0.
           03 WS-NET-GAIN-LOSS            PIC S9(11)V99 VALUE 0.
           03 WS-DEFICIENCY-TOTAL         PIC 9(11)V99 VALUE 0.
           03 WS-CARRYING-TOTAL           PIC 9(11)V99 VALUE 0.
      *    HELD APART FROM THE RETURN-CODE REGISTER, WHICH THE
      *    EPSJOBTM AND EPSRUNWR CALLS OVERWRITE ON THE WAY OUT.
       01 WS-RUN-RETURN-CODE              PIC 9(4) VALUE 0.

       01 WS-REO-WORK.
           03 WS-EFFECTIVE-DATE           PIC 9(8).
           03 WS-TODAY-INT                PIC S9(7) COMP.
           03 WS-HELD-DAYS                PIC S9(7) COMP.
           03 WS-MARKET-DAYS              PIC S9(7) COMP.
           03 WS-RESULT-AGE-DAYS          PIC S9(7) COMP.
           03 WS-BOOK-VALUE               PIC S9(9)V99 COMP-3.
           03 WS-WRITE-DOWN               PIC S9(9)V99 COMP-3.
           03 WS-NET-PROCEEDS             PIC S9(9)V99 COMP-3.
           03 WS-GAIN-LOSS                PIC S9(9)V99 COMP-3.
           03 WS-DEFICIENCY               PIC S9(9)V99 COMP-3.
           03 WS-HOLDING-TOTAL            PIC 9(9)V99.
           03 WS-REJECT-REASON            PIC X(50).
           03 WS-REO-ACTION               PIC X(30).

      *    PARAMETER AREA FOR THE SHARED EPSVNDLK VENDOR LOOKUP - THE
      *    DEFAULT INSPECTION VENDOR EVERY ORDER IS STAMPED WITH.
           COPY EPSVNLPM.

       01 WS-CURRENT-DATE.
           03 WS-CURR-YYYY                PIC 9(4).
           03 WS-CURR-MM                  PIC 9(2).
           03 WS-CURR-DD                  PIC 9(2).
       01 WS-CURRENT-DATE-8               PIC 9(8).

       01 WS-REPORT-LINES.
           03 WS-HEADING-1.
              05 FILLER                   PIC X(48) VALUE
                 'EPSREOMT - REO INVENTORY MAINTENANCE'.
              05 FILLER                   PIC X(10) VALUE SPACES.
              05 HDG-YYYY                 PIC 9(4).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-MM                   PIC 9(2).
              05 FILLER                   PIC X VALUE '-'.
              05 HDG-DD                   PIC 9(2).
           03 WS-TXN-HEADING.
              05 FILLER                   PIC X(4)  VALUE 'ACT'.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(14) VALUE
                 '        AMOUNT'.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 FILLER                   PIC X(50) VALUE 'RESULT'.
           03 WS-TXN-LINE.
              05 TXL-ACTION               PIC X.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 TXL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 TXL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 TXL-RESULT               PIC X(50).
           03 WS-HEADING-2.
              05 FILLER                   PIC X(12) VALUE 'PAN'.
              05 FILLER                   PIC X(16) VALUE 'STATUS'.
              05 FILLER                   PIC X(10) VALUE 'OCCUPANCY'.
              05 FILLER                   PIC X(10) VALUE 'EVICTION'.
              05 FILLER                   PIC X(7)  VALUE ' HELD'.
              05 FILLER                   PIC X(16) VALUE
                 '    LIST PRICE'.
              05 FILLER                   PIC X(7)  VALUE '  DOM'.
              05 FILLER                   PIC X(16) VALUE
                 ' HOLDING COSTS'.
              05 FILLER                   PIC X(30) VALUE 'ACTION'.
           03 WS-DETAIL-LINE.
              05 DTL-PAN                  PIC X(10).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-STATUS               PIC X(14).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-OCCUPANCY            PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-EVICTION             PIC X(8).
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-HELD-DAYS            PIC ZZZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-LIST-PRICE           PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-MARKET-DAYS          PIC ZZZZ9.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-HOLDING-COSTS        PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(2)  VALUE SPACES.
              05 DTL-ACTION               PIC X(30).
           03 WS-SUMMARY-LINE-1.
              05 FILLER                   PIC X(14) VALUE
                 'TRANSACTIONS:'.
              05 SUM-TRANSACTIONS         PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'ACQUIRED:'.
              05 SUM-ACQUIRED             PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 SUM-ACQUIRED-VALUE       PIC Z,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(10) VALUE 'REJECTED:'.
              05 SUM-REJECTED             PIC ZZZZZZ9.
           03 WS-SUMMARY-LINE-2.
              05 FILLER                   PIC X(15) VALUE
                 'HOLDING COSTS:'.
              05 SUM-COSTS                PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 SUM-COST-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(18) VALUE
                 'CHECKS REQUESTED:'.
              05 SUM-CHECKS               PIC ZZZZZZ9.
           03 WS-SUMMARY-LINE-3.
              05 FILLER                   PIC X(6)  VALUE 'SOLD:'.
              05 SUM-SOLD                 PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(15) VALUE
                 'NET GAIN/LOSS:'.
              05 SUM-GAIN-LOSS            PIC Z,ZZZ,ZZZ,ZZ9.99-.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(13) VALUE
                 'DEFICIENCIES:'.
              05 SUM-DEFICIENCY           PIC Z,ZZZ,ZZZ,ZZ9.99.
           03 WS-SUMMARY-LINE-4.
              05 FILLER                   PIC X(11) VALUE
                 'INVENTORY:'.
              05 SUM-INVENTORY            PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(16) VALUE
                 'CARRYING VALUE:'.
              05 SUM-CARRYING             PIC Z,ZZZ,ZZZ,ZZ9.99.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(22) VALUE
                 'INSPECTIONS ORDERED:'.
              05 SUM-ORDERED              PIC ZZZZZZ9.
              05 FILLER                   PIC X(3)  VALUE SPACES.
              05 FILLER                   PIC X(18) VALUE
                 'EVICTIONS NEEDED:'.
              05 SUM-EVICTIONS            PIC ZZZZZZ9.

      *    ONE-RECORD RUN SUMMARY FOR THE 6 AM HEALTH PAGE - SEE
      *    EPSRUNWR/EPSBHLTH.
           COPY EPSRSPM.

      *    SHARED FILE-STATUS HANDLER CALL - SEE EPSFSTAT. NO PROPERTY
      *    CAN BE TAKEN IN OR SOLD AGAINST A LOAN THE RUN CANNOT SEE.
           COPY EPSFSPM.

       LINKAGE SECTION.
      *
       COPY EPSJOBPM.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE.
           PERFORM A100-INITIALIZE.
           PERFORM A200-APPLY-TRANSACTION UNTIL END-OF-TXN.
           PERFORM A300-START-INVENTORY.
           PERFORM A310-REVIEW-PROPERTY UNTIL END-OF-INVENTORY.
           PERFORM A900-FINALIZE.
           STOP RUN
           .

       A100-INITIALIZE.
           MOVE 'EPSREOMT' TO EPSJOBTM-JOB-NAME.
           MOVE 1800       TO EPSJOBTM-SLA-SECONDS.
           SET EPSJOBTM-START TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           OPEN I-O    SERVICING-MASTER-FILE.
           IF WS-SRVCF-STATUS NOT = '00'
              MOVE 'EPSSRVCF' TO EPSFSTAT-FILE-NAME
              MOVE WS-SRVCF-STATUS TO EPSFSTAT-FILE-STATUS
              PERFORM A190-OPEN-FAILED
           END-IF.
           OPEN I-O    REO-INVENTORY-FILE.
           IF WS-REOF-STATUS = '05' OR '35'
              CLOSE REO-INVENTORY-FILE
              OPEN OUTPUT REO-INVENTORY-FILE
              CLOSE REO-INVENTORY-FILE
              OPEN I-O REO-INVENTORY-FILE
           END-IF.
           OPEN I-O    INSPECTION-ORDER-FILE.
           IF WS-INSP-STATUS = '05' OR '35'
              CLOSE INSPECTION-ORDER-FILE
              OPEN OUTPUT INSPECTION-ORDER-FILE
              CLOSE INSPECTION-ORDER-FILE
              OPEN I-O INSPECTION-ORDER-FILE
           END-IF.
           OPEN I-O    RECOVERY-SUBLEDGER-FILE.
           IF WS-RCVSL-STATUS = '05' OR '35'
              CLOSE RECOVERY-SUBLEDGER-FILE
              OPEN OUTPUT RECOVERY-SUBLEDGER-FILE
              CLOSE RECOVERY-SUBLEDGER-FILE
              OPEN I-O RECOVERY-SUBLEDGER-FILE
           END-IF.
      *    WITHOUT THE STATUS FILE THE FORECLOSURE CHECK ON AN
      *    ACQUISITION IS LEFT TO THE SERVICING MASTER ALONE.
           OPEN INPUT  SERVICING-STATUS-FILE.
           IF WS-SVST-STATUS = '00'
              MOVE 'Y' TO WS-SVST-OPEN
           END-IF.
           OPEN INPUT  PROPERTY-MASTER-FILE.
           OPEN EXTEND REO-HISTORY-FILE.
           IF WS-REOH-STATUS = '05' OR '35'
              OPEN OUTPUT REO-HISTORY-FILE
           END-IF.
           OPEN OUTPUT STATUS-TXN-FILE.
           OPEN OUTPUT DISBURSEMENT-REQUEST-FILE.
           OPEN OUTPUT ORDER-EXTRACT-FILE.
           OPEN OUTPUT REO-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-8.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8).
           MOVE WS-CURR-YYYY TO HDG-YYYY.
           MOVE WS-CURR-MM   TO HDG-MM.
           MOVE WS-CURR-DD   TO HDG-DD.
           MOVE WS-HEADING-1 TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 'I'    TO EPSVNDLK-SERVICE.
           MOVE SPACES TO EPSVNDLK-VENDOR-ID.
           CALL 'EPSVNDLK' USING EPSVNDLK-PARMS.
           IF NOT EPSVNDLK-SUCCESS
              MOVE SPACES TO EPSVNDLK-VENDOR-ID
           END-IF.

      *    NO TRANSACTIONS IS AN ORDINARY DAY - THE INVENTORY PASS
      *    STILL RUNS.
           OPEN INPUT  REO-TXN-FILE.
           IF WS-REOTX-STATUS = '00'
              MOVE 'Y' TO WS-REOTX-OPEN
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE WS-TXN-HEADING TO RPT-LINE
              WRITE RPT-LINE
              PERFORM A150-READ-TXN
           ELSE
              MOVE 'Y' TO WS-END-OF-TXN
           END-IF
           .

       A150-READ-TXN.
           READ REO-TXN-FILE
              AT END
                 MOVE 'Y' TO WS-END-OF-TXN
           END-READ
           .

       A190-OPEN-FAILED.
           MOVE 'EPSREOMT' TO EPSFSTAT-PROGRAM.
           MOVE 'OPEN I-O' TO EPSFSTAT-OPERATION.
           MOVE SPACES     TO EPSFSTAT-RECORD-KEY.
           CALL 'EPSFSTAT' USING EPSFSTAT-PARMS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN
           .

      *    EVERY ACTION BUT AN ACQUISITION NEEDS THE PROPERTY IN
      *    INVENTORY. THE TRANSACTION DATE IS THE DAY IT HAPPENED;
      *    A TRANSACTION WITHOUT ONE HAPPENED TODAY.
       A200-APPLY-TRANSACTION.
           ADD 1 TO WS-TXN-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO TXL-RESULT.
           MOVE 'N' TO WS-REO-FOUND.
           IF REOTX-DATE NUMERIC AND REOTX-DATE > 0
              MOVE REOTX-DATE        TO WS-EFFECTIVE-DATE
           ELSE
              MOVE WS-CURRENT-DATE-8 TO WS-EFFECTIVE-DATE
           END-IF.
           MOVE REOTX-PAN TO REO-PAN.
           READ REO-INVENTORY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-REO-FOUND
           END-READ.
           EVALUATE TRUE
              WHEN REOTX-ACQUIRE
                 PERFORM A210-ACQUIRE-PROPERTY
              WHEN NOT REO-ON-FILE
                 MOVE 'PROPERTY NOT ON EPSREOF' TO WS-REJECT-REASON
              WHEN REO-SOLD
                 MOVE 'PROPERTY ALREADY SOLD' TO WS-REJECT-REASON
              WHEN REOTX-EVICTION
                 PERFORM A220-SET-EVICTION
              WHEN REOTX-LIST
                 PERFORM A230-LIST-PROPERTY
              WHEN REOTX-UNDER-CONTRACT
                 PERFORM A240-TAKE-CONTRACT
              WHEN REOTX-HOLDING-COST
                 PERFORM A250-PAY-HOLDING-COST
              WHEN REOTX-SALE-CLOSED
                 PERFORM A260-CLOSE-SALE
              WHEN OTHER
                 MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-REJECT-COUNT
              MOVE WS-REJECT-REASON TO TXL-RESULT
           END-IF.
           MOVE REOTX-ACTION TO TXL-ACTION.
           MOVE REOTX-PAN    TO TXL-PAN.
           IF REOTX-AMOUNT NUMERIC
              MOVE REOTX-AMOUNT TO TXL-AMOUNT
           ELSE
              MOVE 0            TO TXL-AMOUNT
           END-IF.
           MOVE WS-TXN-LINE  TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM A150-READ-TXN
           .

      *    THE FORECLOSURE SALE REVERTED THE PROPERTY. IT IS BOOKED AT
      *    ITS VALUE, CAPPED AT THE PRINCIPAL IT REPLACES; PRINCIPAL
      *    THE VALUE DOES NOT COVER IS WRITTEN DOWN NOW. WHAT THE
      *    BORROWER OWED - PRINCIPAL PLUS THE ADVANCES - IS KEPT FOR
      *    THE DEFICIENCY AT SALE. THE LOAN'S BALANCES ARE CLOSED OUT
      *    THE WAY EPSCHGOF CLOSES A CHARGED-OFF LOAN.
       A210-ACQUIRE-PROPERTY.
           IF REO-ON-FILE
              MOVE 'PROPERTY ALREADY ON EPSREOF' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF REOTX-AMOUNT NOT NUMERIC OR REOTX-AMOUNT = 0
              MOVE 'NO ACQUISITION VALUE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF REOTX-OTHER-AMOUNT NOT NUMERIC
              MOVE 'ADVANCES AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE REOTX-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 MOVE 'LOAN NOT ON EPSSRVCF' TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF NOT SRV-LOAN-ACTIVE
              MOVE 'LOAN NOT ACTIVE ON EPSSRVCF' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF STATUS-FILE-OPEN
              MOVE REOTX-PAN TO SVST-PAN
              READ SERVICING-STATUS-FILE
                 INVALID KEY
                    MOVE 'LOAN NOT ON EPSSVST' TO WS-REJECT-REASON
                 NOT INVALID KEY
                    IF NOT SVST-FORECLOSURE AND NOT SVST-REO
                       MOVE 'LOAN NOT IN FORECLOSURE ON EPSSVST'
                            TO WS-REJECT-REASON
                    END-IF
              END-READ
              IF WS-REJECT-REASON NOT = SPACES
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE REOTX-PAN TO PROP-PAN.
           READ PROPERTY-MASTER-FILE
              INVALID KEY
                 MOVE 'NO EPSPROPF PROPERTY RECORD' TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON NOT = SPACES
              EXIT PARAGRAPH
           END-IF.

           IF REOTX-AMOUNT < SRV-PRINCIPAL-BALANCE
              MOVE REOTX-AMOUNT          TO WS-BOOK-VALUE
           ELSE
              MOVE SRV-PRINCIPAL-BALANCE TO WS-BOOK-VALUE
           END-IF.
           COMPUTE WS-WRITE-DOWN =
                   SRV-PRINCIPAL-BALANCE - WS-BOOK-VALUE.

           MOVE SPACES                TO REO-INVENTORY-RECORD.
           MOVE REOTX-PAN             TO REO-PAN.
           MOVE 'H'                   TO REO-STATUS-IND.
           MOVE PROP-ADDR-LINE-1      TO REO-ADDR-LINE-1.
           MOVE PROP-CITY             TO REO-CITY.
           MOVE PROP-STATE            TO REO-STATE.
           MOVE PROP-ZIP              TO REO-ZIP.
           MOVE WS-EFFECTIVE-DATE     TO REO-ACQUISITION-DATE.
           COMPUTE REO-LOAN-BALANCE =
                   SRV-PRINCIPAL-BALANCE + REOTX-OTHER-AMOUNT.
           MOVE WS-BOOK-VALUE         TO REO-ACQUISITION-VALUE.
           MOVE 0                     TO REO-INSPECTION-DATE.
           MOVE 0                     TO REO-EVICTION-DATE.
           MOVE 0                     TO REO-LIST-DATE.
           MOVE 0                     TO REO-ORIGINAL-LIST-PRICE.
           MOVE 0                     TO REO-LIST-PRICE.
           MOVE 0                     TO REO-PRICE-CHANGE-DATE.
           MOVE 0                     TO REO-TAX-PAID.
           MOVE 0                     TO REO-INSURANCE-PAID.
           MOVE 0                     TO REO-UTILITIES-PAID.
           MOVE 0                     TO REO-REPAIRS-PAID.
           MOVE 0                     TO REO-CONTRACT-DATE.
           MOVE 0                     TO REO-SALE-PRICE.
           MOVE 0                     TO REO-SELLING-COSTS.
           MOVE 0                     TO REO-CLOSING-DATE.
           MOVE 0                     TO REO-GAIN-LOSS.
           MOVE 0                     TO REO-DEFICIENCY.
           MOVE WS-CURRENT-DATE-8     TO REO-LAST-MAINT-DATE.
           WRITE REO-INVENTORY-RECORD.

           IF WS-BOOK-VALUE > 0
              MOVE 'A'           TO REOH-ACTIVITY
              MOVE SPACE         TO REOH-COST-TYPE
              MOVE WS-BOOK-VALUE TO REOH-AMOUNT
              PERFORM A600-WRITE-HISTORY
           END-IF.
           IF WS-WRITE-DOWN > 0
              MOVE 'W'           TO REOH-ACTIVITY
              MOVE SPACE         TO REOH-COST-TYPE
              MOVE WS-WRITE-DOWN TO REOH-AMOUNT
              PERFORM A600-WRITE-HISTORY
           END-IF.

           MOVE 'R'               TO SRV-STATUS-IND.
           MOVE 0                 TO SRV-PRINCIPAL-BALANCE.
           MOVE 0                 TO SRV-ESCROW-BALANCE.
           MOVE 0                 TO SRV-LATE-CHARGE-DUE.
           MOVE 0                 TO SRV-SUSPENSE-BALANCE.
           MOVE WS-CURRENT-DATE-8 TO SRV-LAST-MAINT-DATE.
           REWRITE SERVICING-MASTER-RECORD.

           IF NOT STATUS-FILE-OPEN OR NOT SVST-REO
              MOVE 'S'       TO SVTXN-ACTION
              MOVE REOTX-PAN TO SVTXN-PAN
              MOVE 'RE'      TO SVTXN-NEW-STATUS-CODE
              WRITE SERVICING-STATUS-TRANSACTION
           END-IF.

           ADD 1 TO WS-ACQUIRED-COUNT.
           ADD WS-BOOK-VALUE TO WS-ACQUIRED-VALUE.
           IF WS-WRITE-DOWN > 0
              MOVE 'ACQUIRED - PRINCIPAL WRITTEN DOWN TO VALUE'
                   TO TXL-RESULT
           ELSE
              MOVE 'ACQUIRED INTO REO INVENTORY' TO TXL-RESULT
           END-IF
           .

       A220-SET-EVICTION.
           IF NOT REOTX-EVICTION-VALID
              MOVE 'INVALID EVICTION STATUS' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE REOTX-EVICTION-IND TO REO-EVICTION-IND.
           MOVE WS-EFFECTIVE-DATE  TO REO-EVICTION-DATE.
           MOVE WS-CURRENT-DATE-8  TO REO-LAST-MAINT-DATE.
           REWRITE REO-INVENTORY-RECORD.
           EVALUATE TRUE
              WHEN REO-EVICTION-FILED
                 MOVE 'EVICTION FILED' TO TXL-RESULT
              WHEN REO-EVICTION-COMPLETE
                 MOVE 'EVICTION COMPLETE' TO TXL-RESULT
              WHEN OTHER
                 MOVE 'NO EVICTION NEEDED' TO TXL-RESULT
           END-EVALUATE
           .

      *    THE FIRST LISTING FIXES THE LIST DATE DAYS ON MARKET COUNT
      *    FROM AND THE ORIGINAL PRICE; LATER ONES ARE RE-PRICINGS.
      *    A LISTING ON A PROPERTY UNDER CONTRACT MEANS THE CONTRACT
      *    FELL THROUGH AND THE PROPERTY IS BACK ON THE MARKET.
       A230-LIST-PROPERTY.
           IF REOTX-AMOUNT NOT NUMERIC OR REOTX-AMOUNT = 0
              MOVE 'NO LIST PRICE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF REO-LIST-DATE = 0
              IF REOTX-NAME = SPACES
                 MOVE 'NO LISTING BROKER' TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-EFFECTIVE-DATE TO REO-LIST-DATE
              MOVE REOTX-AMOUNT      TO REO-ORIGINAL-LIST-PRICE
              MOVE 'LISTED FOR SALE' TO TXL-RESULT
           ELSE
              MOVE WS-EFFECTIVE-DATE TO REO-PRICE-CHANGE-DATE
              IF REO-UNDER-CONTRACT
                 MOVE 0 TO REO-CONTRACT-DATE
                 MOVE 'CONTRACT FELL THROUGH - RELISTED' TO TXL-RESULT
              ELSE
                 MOVE 'LIST PRICE CHANGED' TO TXL-RESULT
              END-IF
           END-IF.
           IF REOTX-NAME NOT = SPACES
              MOVE REOTX-NAME TO REO-BROKER-NAME
           END-IF.
           MOVE REOTX-AMOUNT      TO REO-LIST-PRICE.
           MOVE 'L'               TO REO-STATUS-IND.
           MOVE WS-CURRENT-DATE-8 TO REO-LAST-MAINT-DATE.
           REWRITE REO-INVENTORY-RECORD
           .

       A240-TAKE-CONTRACT.
           IF REO-LIST-DATE = 0
              MOVE 'PROPERTY NOT LISTED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE 'U'               TO REO-STATUS-IND.
           MOVE WS-EFFECTIVE-DATE TO REO-CONTRACT-DATE.
           MOVE WS-CURRENT-DATE-8 TO REO-LAST-MAINT-DATE.
           REWRITE REO-INVENTORY-RECORD.
           MOVE 'UNDER CONTRACT' TO TXL-RESULT
           .

      *    HOLDING COSTS ARE EXPENSED AS PAID. THE PAYEE GETS A
      *    REGISTER CHECK UNLESS ONE WAS ALREADY REQUESTED BY THE
      *    PROGRAM THAT SENT THE COST.
       A250-PAY-HOLDING-COST.
           IF NOT REOTX-COST-TYPE-VALID
              MOVE 'INVALID HOLDING COST TYPE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF REOTX-AMOUNT NOT NUMERIC OR REOTX-AMOUNT = 0
              MOVE 'NO HOLDING COST AMOUNT' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF NOT REOTX-CHECK-REQUESTED AND REOTX-NAME = SPACES
              MOVE 'NO PAYEE FOR THE CHECK' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN REOTX-COST-TAX
                 ADD REOTX-AMOUNT TO REO-TAX-PAID
              WHEN REOTX-COST-INSURANCE
                 ADD REOTX-AMOUNT TO REO-INSURANCE-PAID
              WHEN REOTX-COST-UTILITIES
                 ADD REOTX-AMOUNT TO REO-UTILITIES-PAID
              WHEN REOTX-COST-REPAIRS
                 ADD REOTX-AMOUNT TO REO-REPAIRS-PAID
           END-EVALUATE.
           MOVE WS-CURRENT-DATE-8 TO REO-LAST-MAINT-DATE.
           REWRITE REO-INVENTORY-RECORD.

           MOVE 'H'             TO REOH-ACTIVITY.
           MOVE REOTX-COST-TYPE TO REOH-COST-TYPE.
           MOVE REOTX-AMOUNT    TO REOH-AMOUNT.
           PERFORM A600-WRITE-HISTORY.

           IF REOTX-CHECK-REQUESTED
              MOVE 'HOLDING COST RECORDED - CHECK ALREADY REQUESTED'
                   TO TXL-RESULT
           ELSE
              MOVE REOTX-PAN         TO DSBRQ-PAN
              MOVE REOTX-NAME        TO DSBRQ-PAYEE-NAME
              MOVE 'R'               TO DSBRQ-DISBURSE-TYPE
              MOVE REOTX-AMOUNT      TO DSBRQ-AMOUNT
              MOVE WS-CURRENT-DATE-8 TO DSBRQ-REQUEST-DATE
              WRITE DISBURSEMENT-REQUEST-RECORD
              ADD 1 TO WS-CHECK-COUNT
              MOVE 'HOLDING COST PAID - CHECK REQUESTED' TO TXL-RESULT
           END-IF.
           ADD 1 TO WS-COST-COUNT.
           ADD REOTX-AMOUNT TO WS-COST-AMOUNT
           .

      *    THE NET PROCEEDS TAKE THE PROPERTY OFF THE BOOKS; WHAT THEY
      *    FALL SHORT OF (OR EXCEED) THE CARRYING VALUE IS THE LOSS
      *    (OR GAIN). WHAT THEY FALL SHORT OF THE BORROWER'S DEBT IS A
      *    DEFICIENCY FOR THE RECOVERY SUB-LEDGER, AND THE LOAN IS
      *    CHARGED OFF.
       A260-CLOSE-SALE.
           IF REOTX-AMOUNT NOT NUMERIC OR REOTX-AMOUNT = 0
              MOVE 'NO SALE PRICE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF REOTX-OTHER-AMOUNT NOT NUMERIC
              MOVE 'SELLING COSTS NOT NUMERIC' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF REOTX-OTHER-AMOUNT > REOTX-AMOUNT
              MOVE 'SELLING COSTS EXCEED THE SALE PRICE'
                   TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NET-PROCEEDS = REOTX-AMOUNT - REOTX-OTHER-AMOUNT.
           COMPUTE WS-GAIN-LOSS =
                   WS-NET-PROCEEDS - REO-ACQUISITION-VALUE.
           COMPUTE WS-DEFICIENCY = REO-LOAN-BALANCE - WS-NET-PROCEEDS.
           IF WS-DEFICIENCY < 0
              MOVE 0 TO WS-DEFICIENCY
           END-IF.

           IF WS-NET-PROCEEDS > 0
              MOVE 'S'             TO REOH-ACTIVITY
              MOVE SPACE           TO REOH-COST-TYPE
              MOVE WS-NET-PROCEEDS TO REOH-AMOUNT
              PERFORM A600-WRITE-HISTORY
           END-IF.
           IF WS-GAIN-LOSS < 0
              MOVE 'L'             TO REOH-ACTIVITY
              MOVE SPACE           TO REOH-COST-TYPE
              COMPUTE REOH-AMOUNT = 0 - WS-GAIN-LOSS
              PERFORM A600-WRITE-HISTORY
           END-IF.
           IF WS-GAIN-LOSS > 0
              MOVE 'G'             TO REOH-ACTIVITY
              MOVE SPACE           TO REOH-COST-TYPE
              MOVE WS-GAIN-LOSS    TO REOH-AMOUNT
              PERFORM A600-WRITE-HISTORY
           END-IF.

           IF WS-DEFICIENCY > 0
              MOVE REOTX-PAN         TO RCVSL-PAN
              MOVE 'O'               TO RCVSL-STATUS-IND
              MOVE WS-EFFECTIVE-DATE TO RCVSL-CHARGE-OFF-DATE
              MOVE WS-DEFICIENCY     TO RCVSL-DEFICIENCY-AMOUNT
              MOVE 0                 TO RCVSL-RECOVERED-TO-DATE
              MOVE 0                 TO RCVSL-LAST-RECOVERY-DATE
              MOVE WS-CURRENT-DATE-8 TO RCVSL-LAST-MAINT-DATE
              WRITE RECOVERY-SUBLEDGER-RECORD
                 INVALID KEY
                    REWRITE RECOVERY-SUBLEDGER-RECORD
              END-WRITE
           END-IF.

           MOVE REOTX-PAN TO SRV-PAN.
           READ SERVICING-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SRV-LOAN-REO
                    MOVE 'O'               TO SRV-STATUS-IND
                    MOVE WS-CURRENT-DATE-8 TO SRV-LAST-MAINT-DATE
                    REWRITE SERVICING-MASTER-RECORD
                 END-IF
           END-READ.

           MOVE 'S'                TO REO-STATUS-IND.
           MOVE REOTX-AMOUNT       TO REO-SALE-PRICE.
           MOVE REOTX-OTHER-AMOUNT TO REO-SELLING-COSTS.
           MOVE WS-EFFECTIVE-DATE  TO REO-CLOSING-DATE.
           MOVE WS-GAIN-LOSS       TO REO-GAIN-LOSS.
           MOVE WS-DEFICIENCY      TO REO-DEFICIENCY.
           MOVE WS-CURRENT-DATE-8  TO REO-LAST-MAINT-DATE.
           REWRITE REO-INVENTORY-RECORD.

           ADD 1 TO WS-SOLD-COUNT.
           ADD WS-GAIN-LOSS  TO WS-NET-GAIN-LOSS.
           ADD WS-DEFICIENCY TO WS-DEFICIENCY-TOTAL.
           IF WS-DEFICIENCY > 0
              MOVE 'SOLD - DEFICIENCY TO RECOVERY SUB-LEDGER'
                   TO TXL-RESULT
           ELSE
              MOVE 'SOLD - NO DEFICIENCY' TO TXL-RESULT
           END-IF
           .

       A300-START-INVENTORY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEADING-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE LOW-VALUES TO REO-PAN.
           START REO-INVENTORY-FILE KEY IS NOT LESS THAN REO-PAN
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-INVENTORY
           END-START.
           IF NOT END-OF-INVENTORY
              PERFORM A305-READ-PROPERTY
           END-IF
           .

       A305-READ-PROPERTY.
           READ REO-INVENTORY-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-END-OF-INVENTORY
           END-READ
           .

      *    ONE PROPERTY STILL IN INVENTORY: TAKE A NEW OCCUPANCY
      *    RESULT, ORDER THE NEXT INSPECTION IF THE LAST IS STALE, AND
      *    REPORT. SOLD PROPERTIES ARE PASSED OVER - EPSREORP REPORTS
      *    THE MONTH'S SALES.
       A310-REVIEW-PROPERTY.
           IF NOT REO-IN-INVENTORY
              PERFORM A305-READ-PROPERTY
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REO-ACTION.
           PERFORM A320-FIND-INSPECTION.
           PERFORM A400-TAKE-OCCUPANCY.
           PERFORM A500-CHECK-INSPECTION.
           PERFORM A700-REPORT-PROPERTY.
           PERFORM A305-READ-PROPERTY
           .

       A320-FIND-INSPECTION.
           MOVE 'N' TO WS-ORDER-FOUND.
           MOVE REO-PAN TO INSP-PAN.
           READ INSPECTION-ORDER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ORDER-FOUND
           END-READ
           .

      *    ONLY A RESULT TAKEN SINCE THE ACQUISITION SPEAKS TO WHO IS
      *    IN THE HOUSE NOW, AND EACH ONE IS TAKEN ONCE.
       A400-TAKE-OCCUPANCY.
           IF NOT ORDER-ON-FILE
              EXIT PARAGRAPH
           END-IF.
           IF NOT INSP-RESULT-RECEIVED
              OR INSP-RESULT-DATE < REO-ACQUISITION-DATE
              OR INSP-RESULT-DATE NOT > REO-INSPECTION-DATE
              EXIT PARAGRAPH
           END-IF.
           MOVE INSP-RESULT-DATE   TO REO-INSPECTION-DATE.
           MOVE INSP-OCCUPANCY-IND TO REO-OCCUPANCY-IND.
           MOVE WS-CURRENT-DATE-8  TO REO-LAST-MAINT-DATE.
           REWRITE REO-INVENTORY-RECORD.
           MOVE 'OCCUPANCY UPDATED' TO WS-REO-ACTION
           .

      *    AN INSPECTION ALREADY IN FLIGHT IS WAITED ON. OTHERWISE A
      *    PROPERTY WITH NO RESULT SINCE THE ACQUISITION, OR WHOSE
      *    LAST ONE HAS GONE STALE, IS ORDERED AGAIN.
       A500-CHECK-INSPECTION.
           IF ORDER-ON-FILE
              IF INSP-ORDERED
                 IF WS-REO-ACTION = SPACES
                    MOVE 'INSPECTION PENDING' TO WS-REO-ACTION
                 END-IF
                 EXIT PARAGRAPH
              END-IF
              IF INSP-RESULT-DATE NOT < REO-ACQUISITION-DATE
                 COMPUTE WS-RESULT-AGE-DAYS =
                         WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(INSP-RESULT-DATE)
                 IF WS-RESULT-AGE-DAYS NOT > WS-RECYCLE-DAYS
                    EXIT PARAGRAPH
                 END-IF
              END-IF
           END-IF.
           PERFORM A510-PLACE-ORDER
           .

       A510-PLACE-ORDER.
           MOVE REO-PAN            TO INSP-PAN.
           MOVE 'O'                TO INSP-STATUS-IND.
           MOVE WS-CURRENT-DATE-8  TO INSP-ORDER-DATE.
           MOVE 0                  TO INSP-RESULT-DATE.
           MOVE SPACE              TO INSP-OCCUPANCY-IND.
           MOVE SPACE              TO INSP-CONDITION-IND.
           MOVE 0                  TO INSP-REPAIR-PCT.
           MOVE REO-ADDR-LINE-1    TO INSP-ADDR-LINE-1.
           MOVE REO-CITY           TO INSP-CITY.
           MOVE REO-STATE          TO INSP-STATE.
           MOVE REO-ZIP            TO INSP-ZIP.
           MOVE WS-CURRENT-DATE-8  TO INSP-LAST-MAINT-DATE.
           MOVE EPSVNDLK-VENDOR-ID TO INSP-VENDOR-ID.
           IF ORDER-ON-FILE
              REWRITE INSPECTION-ORDER-RECORD
           ELSE
              WRITE INSPECTION-ORDER-RECORD
           END-IF.

           MOVE REO-PAN           TO INSPX-PAN.
           MOVE REO-ADDR-LINE-1   TO INSPX-ADDR-LINE-1.
           MOVE REO-CITY          TO INSPX-CITY.
           MOVE REO-STATE         TO INSPX-STATE.
           MOVE REO-ZIP           TO INSPX-ZIP.
           MOVE WS-CURRENT-DATE-8 TO INSPX-ORDER-DATE.
           WRITE INSPECTION-ORDER-EXTRACT-RECORD.

           ADD 1 TO WS-ORDERED-COUNT.
           IF WS-REO-ACTION = SPACES
              MOVE 'OCCUPANCY INSPECTION ORDERED' TO WS-REO-ACTION
           END-IF
           .

       A600-WRITE-HISTORY.
           MOVE REOTX-PAN         TO REOH-PAN.
           MOVE WS-CURRENT-DATE-8 TO REOH-POST-DATE.
           MOVE 'EPSREOMT'        TO REOH-SOURCE-PGM.
           WRITE REO-HISTORY-RECORD
           .

      *    AN OCCUPIED PROPERTY CANNOT BE SHOWN OR SOLD - ONE WITH NO
      *    EVICTION UNDER WAY IS FLAGGED AHEAD OF ANYTHING ELSE.
       A700-REPORT-PROPERTY.
           ADD 1 TO WS-INVENTORY-COUNT.
           ADD REO-ACQUISITION-VALUE TO WS-CARRYING-TOTAL.
           IF REO-OCCUPIED
              AND NOT REO-EVICTION-FILED
              AND NOT REO-EVICTION-COMPLETE
              MOVE 'OCCUPIED - EVICTION NEEDED' TO WS-REO-ACTION
              ADD 1 TO WS-EVICTION-COUNT
           END-IF.
           IF WS-REO-ACTION = SPACES
              EVALUATE TRUE
                 WHEN REO-HELD
                    MOVE 'READY TO LIST' TO WS-REO-ACTION
                 WHEN REO-LISTED
                    MOVE 'ON THE MARKET' TO WS-REO-ACTION
                 WHEN REO-UNDER-CONTRACT
                    MOVE 'AWAITING CLOSING' TO WS-REO-ACTION
              END-EVALUATE
           END-IF.

           COMPUTE WS-HELD-DAYS =
                   WS-TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(REO-ACQUISITION-DATE).
           IF REO-LIST-DATE > 0
              COMPUTE WS-MARKET-DAYS =
                      WS-TODAY-INT
                    - FUNCTION INTEGER-OF-DATE(REO-LIST-DATE)
           ELSE
              MOVE 0 TO WS-MARKET-DAYS
           END-IF.
           COMPUTE WS-HOLDING-TOTAL =
                   REO-TAX-PAID + REO-INSURANCE-PAID
                 + REO-UTILITIES-PAID + REO-REPAIRS-PAID.

           MOVE REO-PAN TO DTL-PAN.
           EVALUATE TRUE
              WHEN REO-HELD
                 MOVE 'HELD'           TO DTL-STATUS
              WHEN REO-LISTED
                 MOVE 'LISTED'         TO DTL-STATUS
              WHEN REO-UNDER-CONTRACT
                 MOVE 'UNDER CONTRACT' TO DTL-STATUS
           END-EVALUATE.
           EVALUATE TRUE
              WHEN REO-OCCUPIED
                 MOVE 'OCCUPIED' TO DTL-OCCUPANCY
              WHEN REO-VACANT
                 MOVE 'VACANT'   TO DTL-OCCUPANCY
              WHEN OTHER
                 MOVE 'UNKNOWN'  TO DTL-OCCUPANCY
           END-EVALUATE.
           EVALUATE TRUE
              WHEN REO-EVICTION-FILED
                 MOVE 'FILED'    TO DTL-EVICTION
              WHEN REO-EVICTION-COMPLETE
                 MOVE 'COMPLETE' TO DTL-EVICTION
              WHEN REO-EVICTION-NOT-NEEDED
                 MOVE 'NONE'     TO DTL-EVICTION
              WHEN OTHER
                 MOVE SPACES     TO DTL-EVICTION
           END-EVALUATE.
           MOVE WS-HELD-DAYS      TO DTL-HELD-DAYS.
           MOVE REO-LIST-PRICE    TO DTL-LIST-PRICE.
           MOVE WS-MARKET-DAYS    TO DTL-MARKET-DAYS.
           MOVE WS-HOLDING-TOTAL  TO DTL-HOLDING-COSTS.
           MOVE WS-REO-ACTION     TO DTL-ACTION.
           MOVE WS-DETAIL-LINE    TO RPT-LINE.
           WRITE RPT-LINE
           .

       A900-FINALIZE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TXN-COUNT        TO SUM-TRANSACTIONS.
           MOVE WS-ACQUIRED-COUNT   TO SUM-ACQUIRED.
           MOVE WS-ACQUIRED-VALUE   TO SUM-ACQUIRED-VALUE.
           MOVE WS-REJECT-COUNT     TO SUM-REJECTED.
           MOVE WS-SUMMARY-LINE-1   TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-COST-COUNT       TO SUM-COSTS.
           MOVE WS-COST-AMOUNT      TO SUM-COST-AMOUNT.
           MOVE WS-CHECK-COUNT      TO SUM-CHECKS.
           MOVE WS-SUMMARY-LINE-2   TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SOLD-COUNT       TO SUM-SOLD.
           MOVE WS-NET-GAIN-LOSS    TO SUM-GAIN-LOSS.
           MOVE WS-DEFICIENCY-TOTAL TO SUM-DEFICIENCY.
           MOVE WS-SUMMARY-LINE-3   TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-INVENTORY-COUNT  TO SUM-INVENTORY.
           MOVE WS-CARRYING-TOTAL   TO SUM-CARRYING.
           MOVE WS-ORDERED-COUNT    TO SUM-ORDERED.
           MOVE WS-EVICTION-COUNT   TO SUM-EVICTIONS.
           MOVE WS-SUMMARY-LINE-4   TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-REJECT-COUNT > 0
              MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF.

           IF TXN-FILE-OPEN
              CLOSE REO-TXN-FILE
           END-IF.
           IF STATUS-FILE-OPEN
              CLOSE SERVICING-STATUS-FILE
           END-IF.
           CLOSE REO-INVENTORY-FILE.
           CLOSE SERVICING-MASTER-FILE.
           CLOSE PROPERTY-MASTER-FILE.
           CLOSE INSPECTION-ORDER-FILE.
           CLOSE RECOVERY-SUBLEDGER-FILE.
           CLOSE REO-HISTORY-FILE.
           CLOSE STATUS-TXN-FILE.
           CLOSE DISBURSEMENT-REQUEST-FILE.
           CLOSE ORDER-EXTRACT-FILE.
           CLOSE REO-REPORT.

           SET EPSJOBTM-END TO TRUE.
           CALL 'EPSJOBTM' USING EPSJOBTM-PARMS.

           MOVE 'EPSREOMT'           TO EPSRUNWR-JOB-NAME.
           MOVE WS-TXN-COUNT         TO EPSRUNWR-IN-COUNT.
           COMPUTE EPSRUNWR-OUT-COUNT =
                   WS-TXN-COUNT - WS-REJECT-COUNT.
           MOVE WS-REJECT-COUNT      TO EPSRUNWR-ERROR-COUNT.
           MOVE WS-RUN-RETURN-CODE   TO EPSRUNWR-RETURN-CODE.
           MOVE EPSJOBTM-SLA-EXCEEDED-IND
                TO EPSRUNWR-SLA-EXCEEDED-IND.
           CALL 'EPSRUNWR' USING EPSRUNWR-PARMS.
           MOVE WS-RUN-RETURN-CODE   TO RETURN-CODE
           .
